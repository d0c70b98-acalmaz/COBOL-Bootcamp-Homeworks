      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHONLQ.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, cevrimici islem kuyrugunun gece aktarim adiminin
      *dosya baglantilarini tanimlar: PBHCENT ekranindan girilip
      *editleri gecen islemler (PBHQ kuyrugu, gece ONLQUEUE) girisi
      *yapan memura gore desteler halinde, her biri bir baslik
      *kartiyla TRANPREP'e eklenir. Desteler bundan sonra elle
      *hazirlanan destelerle ayni yoldan PBHAPPRV onayina ve
      *PBHMAINT'e gider; ana dosyayi bu adim guncellemez.
       FILE-CONTROL.
      *ONL-QUEUE, yalnizca SORT ... USING icinde kapali olarak
      *acildigindan (PBHDHIST'in DEPT-HIST duzeni) STATUS alani
      *tutmaz; SORT'un basarisi SORT-RETURN ile kontrol edilir.
           SELECT ONL-QUEUE  ASSIGN TO ONLQUEUE.
      *SORT-WORK, kuyruk kayitlarini memur ve giris ani sirasina
      *dizen SORT calismasinin gecici calisma dosyasidir; SORT-OUT
      *sonucu tasir ve once kart sayimi icin, sonra aktarim icin iki
      *kez bastan sona okunur (PBHAPPRV'nin TRAN-PREP duzeni).
           SELECT SORT-WORK  ASSIGN TO SORTWK.
           SELECT SORT-OUT   ASSIGN TO ONLQSRT
                             STATUS ST-SORT-OUT.
      *TRAN-PREP, hazirlayicilarin deste dosyasidir; EXTEND ile
      *acilir ki ayni gun elle hazirlanmis desteler ezilmesin.
           SELECT TRAN-PREP  ASSIGN TO TRANPREP
                             STATUS ST-TRAN-PREP.
           SELECT ONLQ-RPT   ASSIGN TO ONLQRPT
                             STATUS ST-ONLQ-RPT.
      *RUN-HIST, gece adimlarinin her calistirmada bir kayit ekledigi
      *birikimli calisma gecmisidir (bkz. RUNHIST kopya kitabi);
      *PBHTREND haftalik egilim raporunu bu dosyadan uretir. Ilk
      *calistirmada dosya yoksa EXTEND ile olusturulur.
           SELECT OPTIONAL RUN-HIST ASSIGN TO RUNHIST
                             STATUS ST-RUN-HIST.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FILE SECTION.
       FD  ONL-QUEUE RECORDING MODE F.
      *Kuyruk kaydi ham olarak okunur; alan duzeni SORT-OUT'un
      *ONLQREC kopyasindadir.
         01  ONL-QUEUE-REC        PIC X(100).
       SD  SORT-WORK.
      *SORT anahtarlari icin SRT- ile degistirilmis ayri alan adlari
      *kullanilir (PBHWORK2'nin SORT-REC duzeni).
           COPY ONLQREC REPLACING ==RECORD-NAME-TAG== BY ==SORT-REC==
                                  ==ONQ-CARD==        BY ==SRT-CARD==
                                  ==ONQ-CLERK==       BY ==SRT-CLERK==
                                  ==ONQ-TERMID==      BY ==SRT-TERMID==
                                  ==ONQ-ENTRY-DATE==
                                  BY ==SRT-ENTRY-DATE==
                                  ==ONQ-ENTRY-TIME==
                                  BY ==SRT-ENTRY-TIME==.
       FD  SORT-OUT RECORDING MODE F.
      *Memur ve giris ani sirasina dizilmis kuyruk; alan adlari
      *degismez.
           COPY ONLQREC REPLACING ==RECORD-NAME-TAG== BY ==SORTED-REC==.
       FD  TRAN-PREP RECORDING MODE F.
      *Islem karti TRANREC, baslik karti BATCHHDR duzenindedir; ikisi
      *ayni 66 byte'lik alani paylasir (PBHAPPRV ile ayni).
           COPY TRANREC REPLACING ==RECORD-NAME-TAG== BY ==TRANS-REC==.
           COPY BATCHHDR REPLACING ==RECORD-NAME-TAG== BY ==BATCH-HDR==.
       FD  ONLQ-RPT RECORDING MODE F.
      *"ONLQ-RPT", olusturulan desteleri ve icindeki islemleri
      *onaylayiciya listeleyen basim satiridir.
         01  ONLQ-RPT-LINE        PIC X(132).
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
           03 ST-SORT-OUT        PIC 9(2).
           88 SORT-OUT-EOF                   VALUE 10.
           03 ST-TRAN-PREP       PIC 9(2).
           03 ST-ONLQ-RPT        PIC 9(2).
           03 WS-OPEN-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-FILES-OPENED               VALUE 'Y'.
           03 WS-RUN-DATE        PIC 9(08).
           03 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
             05 WS-RUN-YYYY      PIC 9(04).
             05 WS-RUN-MMDD      PIC 9(04).
      *Deste kimligi: OL + calisma gunu (AAGG) + memurun sira no'su.
      *PBHAPPRV onay kartini bu kimlikle eslestirir.
         01  WS-BATCH-ID.
           03 FILLER             PIC X(02) VALUE 'OL'.
           03 WS-BID-MMDD        PIC 9(04).
           03 WS-BID-SEQ         PIC 9(02).
      *Memur basina kart sayilari; ilk okumada doldurulur, memurlar
      *dosyadaki (sirali) sirayla numaralanir ve baslik kartinin
      *kontrol sayisi buradan alinir. Bir gunde elli memurdan fazlasi
      *beklenmez; tablo dolarsa yarim aktarim yerine hata ile durulur.
         01  WS-CLERK-TABLE.
           03 WS-CLK-CNT         PIC 9(02) COMP VALUE 0.
           03 WS-CLK-IX          PIC 9(02) COMP VALUE 0.
           03 WS-CLK-ENTRY OCCURS 50 TIMES.
             05 WS-CLK-ID        PIC X(08).
             05 WS-CLK-CARDS     PIC 9(05).
         01  WS-COUNTERS.
           03 WS-QUEUE-CNT       PIC 9(06) COMP VALUE 0.
           03 WS-CARD-CNT        PIC 9(06) COMP VALUE 0.
           03 WS-BATCH-CNT       PIC 9(06) COMP VALUE 0.
      *Rapor baslik ve satir kaliplari.
         01  HDR-LINE-1.
           03 FILLER             PIC X(10) VALUE 'PBHONLQ'.
           03 FILLER             PIC X(40) VALUE
                                  'CEVRIMICI ISLEM DESTELERI - ONAY'.
           03 FILLER             PIC X(07) VALUE 'TARIH: '.
           03 HDR-RUN-DATE       PIC 9(08).
           03 FILLER             PIC X(67) VALUE SPACES.
         01  HDR-LINE-2.
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(02) VALUE 'I'.
           03 FILLER             PIC X(05) VALUE 'ID'.
           03 FILLER             PIC X(04) VALUE 'DNM'.
           03 FILLER             PIC X(16) VALUE 'AD'.
           03 FILLER             PIC X(16) VALUE 'SOYAD'.
           03 FILLER             PIC X(09) VALUE 'BASLAMA'.
           03 FILLER             PIC X(09) VALUE 'BITIS'.
           03 FILLER             PIC X(05) VALUE 'BOLM'.
           03 FILLER             PIC X(02) VALUE 'D'.
           03 FILLER             PIC X(09) VALUE 'YURURLUK'.
           03 FILLER             PIC X(05) VALUE 'TERM'.
           03 FILLER             PIC X(45) VALUE 'GIRIS ANI'.
      *Her destenin basinda basilan baslik karti satiri.
         01  BAT-LINE.
           03 FILLER             PIC X(07) VALUE 'DESTE: '.
           03 BAT-BATCH-ID       PIC X(08).
           03 FILLER             PIC X(14) VALUE '  HAZIRLAYAN: '.
           03 BAT-PREPARER       PIC X(08).
           03 FILLER             PIC X(08) VALUE '  KART: '.
           03 BAT-CARDS          PIC ZZZZ9.
           03 FILLER             PIC X(82) VALUE SPACES.
         01  DET-LINE.
           03 FILLER             PIC X(05) VALUE SPACES.
           03 DET-ACTION         PIC X(01).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-ID             PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-SPELL          PIC X(02).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-NAME           PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-SRNAME         PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-DATE           PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-NDATE          PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-DEPT           PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-STAT           PIC X(01).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-EFF-DATE       PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-TERMID         PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-ENTRY-DATE     PIC 9(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-ENTRY-TIME     PIC 9(06).
           03 FILLER             PIC X(29) VALUE SPACES.
         01  EMPTY-LINE.
           03 FILLER             PIC X(40) VALUE
                                  'KUYRUKTA ISLEM YOK - DESTE OLUSMADI'.
           03 FILLER             PIC X(92) VALUE SPACES.
         01  TOT-LINE.
           03 FILLER             PIC X(07) VALUE 'KART: '.
           03 TOT-CARDS          PIC ZZZZZ9.
           03 FILLER             PIC X(09) VALUE '  DESTE: '.
           03 TOT-BATCHES        PIC ZZZZZ9.
           03 FILLER             PIC X(104) VALUE SPACES.
      *Calisma gecmisi icin baslangic damgasi; H100'un ilk isi olarak
      *alinir, bitis damgasi H800'de alinir.
         01  WS-HIST-STAMP.
           03 WS-HIST-START-DATE PIC 9(08).
           03 WS-HIST-START-TIME PIC 9(08).

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-COPY-NEXT-CARD UNTIL SORT-OUT-EOF
           PERFORM 3000-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Kuyrugu siralar, memur basina kart sayilarini cikarir ve
      *aktarim icin dosyalari acar. TRANPREP'e hicbir sey, sayim
      *basariyla bitmeden yazilmaz.
       H100-OPEN-FILES.
           ACCEPT WS-HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-START-TIME FROM TIME.
           MOVE WS-HIST-START-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-MMDD TO WS-BID-MMDD.
           PERFORM H120-SORT-QUEUE.
           PERFORM H150-COUNT-CLERK-CARDS.
           OPEN INPUT  SORT-OUT.
           OPEN EXTEND TRAN-PREP.
           OPEN OUTPUT ONLQ-RPT.
           IF (ST-SORT-OUT NOT = 0) AND (ST-SORT-OUT NOT = 97)
           DISPLAY 'UNABLE TO OPEN ONLQSRT: ' ST-SORT-OUT
           MOVE ST-SORT-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-TRAN-PREP NOT = 0) AND (ST-TRAN-PREP NOT = 97)
           DISPLAY 'UNABLE TO OPEN TRANPREP: ' ST-TRAN-PREP
           MOVE ST-TRAN-PREP TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-ONLQ-RPT NOT = 0) AND (ST-ONLQ-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN ONLQRPT: ' ST-ONLQ-RPT
           MOVE ST-ONLQ-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-FILES-OPENED TO TRUE.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE-1 TO ONLQ-RPT-LINE.
           WRITE ONLQ-RPT-LINE.
           MOVE HDR-LINE-2 TO ONLQ-RPT-LINE.
           WRITE ONLQ-RPT-LINE.
           MOVE 0 TO WS-CLK-IX.
           READ SORT-OUT
              AT END
                 SET SORT-OUT-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *Kuyrugu memur, giris tarihi ve saati sirasina dizer; ayni
      *andaki girisler kuyruktaki sirasini korur.
       H120-SORT-QUEUE.
           SORT SORT-WORK
              ON ASCENDING KEY SRT-CLERK
              ON ASCENDING KEY SRT-ENTRY-DATE
              ON ASCENDING KEY SRT-ENTRY-TIME
              WITH DUPLICATES IN ORDER
              USING ONL-QUEUE
              GIVING SORT-OUT.
           IF SORT-RETURN NOT = 0
              DISPLAY 'SORT OF ONLQUEUE FAILED: ' SORT-RETURN
              MOVE SORT-RETURN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *Ilk okuma: sirali kuyrukta her yeni memur icin tabloya bir
      *satir acar ve kartlarini sayar; baslik kartinin kontrol sayisi
      *buradan gelir.
       H150-COUNT-CLERK-CARDS.
           OPEN INPUT SORT-OUT
           IF (ST-SORT-OUT NOT = 0) AND (ST-SORT-OUT NOT = 97)
              DISPLAY 'UNABLE TO OPEN ONLQSRT: ' ST-SORT-OUT
              MOVE ST-SORT-OUT TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ SORT-OUT
              AT END
                 SET SORT-OUT-EOF TO TRUE
           END-READ
           PERFORM H155-COUNT-CLERK-CARD UNTIL SORT-OUT-EOF
           CLOSE SORT-OUT
           MOVE 0 TO ST-SORT-OUT.
       H150-END. EXIT.
       H155-COUNT-CLERK-CARD.
           ADD 1 TO WS-QUEUE-CNT
           IF WS-CLK-CNT = 0
              PERFORM H160-NEW-CLERK
           ELSE
              IF ONQ-CLERK NOT = WS-CLK-ID (WS-CLK-CNT)
                 PERFORM H160-NEW-CLERK
              END-IF
           END-IF
           ADD 1 TO WS-CLK-CARDS (WS-CLK-CNT)
           READ SORT-OUT
              AT END
                 SET SORT-OUT-EOF TO TRUE
           END-READ.
       H155-END. EXIT.
       H160-NEW-CLERK.
           IF WS-CLK-CNT = 50
              DISPLAY 'PBHONLQ - MORE THAN 50 CLERKS IN ONLQUEUE'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-CLK-CNT
           MOVE ONQ-CLERK TO WS-CLK-ID (WS-CLK-CNT)
           MOVE 0         TO WS-CLK-CARDS (WS-CLK-CNT).
       H160-END. EXIT.
      *Ikinci okuma: memur degistikce yeni destenin baslik kartini
      *yazar, ardindan islem kartini rapora basar ve TRANPREP'e
      *aynen ekler. Kart WRITE'tan ONCE basilir: WRITE'tan sonra
      *kayit alani yazilan karti tasimaz.
       H200-COPY-NEXT-CARD.
           IF WS-CLK-IX = 0
              PERFORM 2000-START-BATCH
           ELSE
              IF ONQ-CLERK NOT = WS-CLK-ID (WS-CLK-IX)
                 PERFORM 2000-START-BATCH
              END-IF
           END-IF
           MOVE ONQ-CARD TO TRANS-REC
           PERFORM 2100-PRINT-CARD
           WRITE TRANS-REC
           ADD 1 TO WS-CARD-CNT
           READ SORT-OUT
              AT END
                 SET SORT-OUT-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *Memurun destesi icin baslik karti: hazirlayici memurun CICS
      *kimligi, kontrol sayisi ilk okumadaki kart sayisidir; onay
      *alanlari PBHAPPRV'ye bos birakilir.
       2000-START-BATCH.
           ADD 1 TO WS-CLK-IX
           ADD 1 TO WS-BATCH-CNT
           MOVE WS-CLK-IX TO WS-BID-SEQ
           MOVE SPACES TO BATCH-HDR
           SET BTH-HEADER TO TRUE
           MOVE WS-BATCH-ID               TO BTH-BATCH-ID
           MOVE WS-CLK-ID (WS-CLK-IX)     TO BTH-PREPARER
           MOVE WS-RUN-DATE               TO BTH-PREP-DATE
           MOVE WS-CLK-CARDS (WS-CLK-IX)  TO BTH-CARD-COUNT
           WRITE BATCH-HDR
           MOVE SPACES TO ONLQ-RPT-LINE
           WRITE ONLQ-RPT-LINE
           MOVE WS-BATCH-ID               TO BAT-BATCH-ID
           MOVE WS-CLK-ID (WS-CLK-IX)     TO BAT-PREPARER
           MOVE WS-CLK-CARDS (WS-CLK-IX)  TO BAT-CARDS
           MOVE BAT-LINE TO ONLQ-RPT-LINE
           WRITE ONLQ-RPT-LINE.
       2000-END. EXIT.
      *Eldeki islem kartini, kuyruktaki terminal ve giris anisiyla
      *birlikte rapora basar; TRANS-REC'in henuz yazilmamis olmasi
      *gerekir.
       2100-PRINT-CARD.
           MOVE TRN-ACTION     TO DET-ACTION
           MOVE TRN-ID         TO DET-ID
           MOVE TRN-SPELL      TO DET-SPELL
           MOVE TRN-NAME       TO DET-NAME
           MOVE TRN-SRNAME     TO DET-SRNAME
           MOVE TRN-DATE       TO DET-DATE
           MOVE TRN-NDATE      TO DET-NDATE
           MOVE TRN-DEPT       TO DET-DEPT
           MOVE TRN-STAT       TO DET-STAT
           MOVE TRN-EFF-DATE   TO DET-EFF-DATE
           MOVE ONQ-TERMID     TO DET-TERMID
           MOVE ONQ-ENTRY-DATE TO DET-ENTRY-DATE
           MOVE ONQ-ENTRY-TIME TO DET-ENTRY-TIME
           MOVE DET-LINE TO ONLQ-RPT-LINE
           WRITE ONLQ-RPT-LINE.
       2100-END. EXIT.
       3000-WRITE-SUMMARY.
           MOVE SPACES TO ONLQ-RPT-LINE
           WRITE ONLQ-RPT-LINE
           IF WS-CARD-CNT = 0
              MOVE EMPTY-LINE TO ONLQ-RPT-LINE
              WRITE ONLQ-RPT-LINE
           END-IF
           MOVE WS-CARD-CNT  TO TOT-CARDS
           MOVE WS-BATCH-CNT TO TOT-BATCHES
           MOVE TOT-LINE TO ONLQ-RPT-LINE
           WRITE ONLQ-RPT-LINE.
       3000-END. EXIT.
      *Adimin calisma gecmisi kaydini RUNHIST'e ekler; cevrim tarihi
      *calisma tarihidir (PBHAPPRV gibi RUNCTL kullanmaz).
       H800-WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HIST-REC
           MOVE WS-HIST-START-DATE TO RHS-CYC-DATE
           MOVE 'PBHONLQ' TO RHS-STEP-NAME
           MOVE WS-HIST-START-DATE TO RHS-START-DATE
           MOVE WS-HIST-START-TIME TO RHS-START-TIME
           ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT RHS-END-TIME FROM TIME
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           SET RHS-CLEAN-RUN TO TRUE
           MOVE WS-CARD-CNT        TO RHS-COUNT-1
           MOVE WS-BATCH-CNT       TO RHS-COUNT-2
           MOVE 0                  TO RHS-COUNT-3
           MOVE 0                  TO RHS-COUNT-4
           MOVE 0                  TO RHS-COUNT-5
           OPEN EXTEND RUN-HIST
           IF (ST-RUN-HIST NOT = 0) AND (ST-RUN-HIST NOT = 05) AND
              (ST-RUN-HIST NOT = 97)
              DISPLAY 'PBHONLQ - UNABLE TO OPEN RUNHIST: '
                      ST-RUN-HIST
           ELSE
              WRITE RUN-HIST-REC
              CLOSE RUN-HIST
           END-IF.
       H800-END. EXIT.
      *Sayaclari gosterir ve dosyalari kapatir. Bos kuyruk normaldir
      *(RC=0); is akisi kuyrugu yalnizca bu adim RC<=4 ile bitince
      *bosaltir.
       H999-PROGRAM-EXIT.
           DISPLAY 'PBHONLQ - QUEUED  : ' WS-QUEUE-CNT
           DISPLAY 'PBHONLQ - CARDS   : ' WS-CARD-CNT
           DISPLAY 'PBHONLQ - BATCHES : ' WS-BATCH-CNT
           IF WS-FILES-OPENED
              CLOSE SORT-OUT
              CLOSE TRAN-PREP
              CLOSE ONLQ-RPT
           END-IF
           PERFORM H800-WRITE-RUN-HISTORY.
           GOBACK.

      *
