      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHDELTA.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, bordroya giden gunluk degisiklik (delta)
      *akisini ureten programin dosya baglantilarini tanimlar: denetim
      *jurnalinin bir onceki gonderimden bu yana yazilmis her kaydi
      *(TRANIN ve serbest birakilan PENDIN kartlari ile PBHBKOUT geri
      *almalari) ekleme/degisiklik/silme satirina cevrilir; degisiklik
      *satirinda once/sonra goruntuleri alan alan karsilastirilir ve
      *yalnizca gercekten degisen alanlar gonderilir. HREXTR yalnizca
      *esigi asan kayitlari tasidigindan bordro yeni giris, bolum
      *degisikligi ve ayrilislari bu akistan alir.
       FILE-CONTROL.
      *RUN-CTL yalnizca okunur: cevrim tarihi basliktaki sira
      *numarasidir ve akis ancak PBHMAINT o cevrim icin temiz
      *bittiyse uretilir.
           SELECT RUN-CTL    ASSIGN TO RUNCTL
                             STATUS ST-RUN-CTL.
           SELECT AUDIT-JRN  ASSIGN TO AUDITJRN
                             STATUS ST-AUDIT-JRN.
      *DLT-CTL, son gonderilen cevrim tarihini ve o ana kadar
      *gonderilmis jurnal kaydi sayisini tutan tek kayitlik kontrol
      *dosyasidir. Jurnal yalnizca sona eklenerek buyudugunden bu
      *sayidan sonraki kayitlar tam olarak "henuz gonderilmemis"
      *kayitlardir; boylece PBHMAINT'ten sonra kosan bir PBHBKOUT
      *geri almasi da bir sonraki gonderimde kaybolmadan gider.
      *RESTCTL gibi her yazim dosyayi bastan yazar.
           SELECT DLT-CTL    ASSIGN TO DLTCTL
                             STATUS ST-DLT-CTL.
           SELECT DLT-OUT    ASSIGN TO PAYDLT
                             STATUS ST-DLT-OUT.
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
       FD  RUN-CTL RECORDING MODE F.
      *Cevrim kontrol kaydi ham olarak okunur; alan duzeni
      *WORKING-STORAGE'taki RUNCTL kopyasindadir.
         01  RUN-CTL-REC          PIC X(15).
       FD  AUDIT-JRN RECORDING MODE F.
      *Denetim jurnal kaydinin duzeni PBHMAINT/PBHBKOUT ile ortak
      *oldugundan AUDITREC kopya kitabindan alinir.
           COPY AUDITREC REPLACING ==RECORD-NAME-TAG== BY ==AUDIT-REC==.
       FD  DLT-CTL RECORDING MODE F.
      *Son gonderimin cevrim tarihi ve o gonderimde okunan jurnal
      *kaydi sayisi.
         01  DLT-CTL-REC.
           03 DLC-LAST-CYC-DATE PIC 9(08).
           03 DLC-JRN-POS       PIC 9(09).
       FD  DLT-OUT RECORDING MODE F.
      *Bordro arayuz kaydi, 100 byte; ilk bayt kayit tipidir:
      *H = baslik, D = detay, T = kapanis. Baslik ve kapanis cevrim
      *tarihini tasir ki bordro atlanan ya da iki kez gelen gunu
      *fark edebilsin; baslik ayrica bir onceki gonderimin cevrim
      *tarihini verir.
         01  DLT-HDR-REC.
           03 DLH-REC-TYPE      PIC X(01).
           03 DLH-CYC-DATE      PIC 9(08).
           03 DLH-PREV-CYC-DATE PIC 9(08).
           03 DLH-CREATE-DATE   PIC 9(08).
           03 FILLER            PIC X(75).
      *Detay: DLD-ACTION A = yeni kayit (tum alanlar dolu), C =
      *degisiklik (yalnizca gostergesi Y olan alanlar dolu, digerleri
      *bosluk), D = silme (yalnizca anahtar). DLD-SOURCE T = TRANIN,
      *P = serbest birakilan PENDIN, B = geri alma.
         01  DLT-DET-REC.
           03 DLD-REC-TYPE      PIC X(01).
           03 DLD-ACTION        PIC X(01).
           03 DLD-SOURCE        PIC X(01).
           03 DLD-ID            PIC X(04).
           03 DLD-SPELL         PIC 9(02).
           03 DLD-JRN-DATE      PIC 9(08).
           03 DLD-NAME-IND      PIC X(01).
           03 DLD-NAME          PIC X(15).
           03 DLD-SRNAME        PIC X(15).
           03 DLD-DATE-IND      PIC X(01).
           03 DLD-DATE          PIC X(08).
           03 DLD-NDATE-IND     PIC X(01).
           03 DLD-NDATE         PIC X(08).
           03 DLD-DEPT-IND      PIC X(01).
           03 DLD-DEPT          PIC X(04).
           03 DLD-STAT-IND      PIC X(01).
           03 DLD-STAT          PIC X(01).
           03 FILLER            PIC X(27).
         01  DLT-TRL-REC.
           03 DLT-REC-TYPE      PIC X(01).
           03 DLT-CYC-DATE      PIC 9(08).
           03 DLT-DETAIL-CNT    PIC 9(07).
           03 DLT-ADD-CNT       PIC 9(07).
           03 DLT-CHG-CNT       PIC 9(07).
           03 DLT-DEL-CNT       PIC 9(07).
           03 FILLER            PIC X(63).
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
           03 ST-RUN-CTL         PIC 9(2).
           03 ST-AUDIT-JRN       PIC 9(2).
           88 AUDIT-JRN-EOF                  VALUE 10.
           03 ST-DLT-CTL         PIC 9(2).
           03 ST-DLT-OUT         PIC 9(2).
           03 WS-OPEN-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-FILES-OPENED               VALUE 'Y'.
           03 WS-RUN-DATE        PIC 9(08).
      *Onceki gonderimin kontrol degerleri; dosya yoksa (ilk
      *gonderim) yalnizca cevrim gununun jurnal kayitlari gider.
           03 WS-PREV-CYC-DATE   PIC 9(08) VALUE 0.
           03 WS-JRN-POS         PIC 9(09) VALUE 0.
           03 WS-FIRST-FEED-SW   PIC X(01) VALUE 'N'.
             88 WS-FIRST-FEED           VALUE 'Y'.
      *Jurnalde okunan kaydin sira numarasi.
           03 WS-JRN-REC-NO      PIC 9(09) VALUE 0.
      *Degisiklik satirinda en az bir alanin degisip degismedigi.
           03 WS-CHANGED-SW      PIC X(01).
             88 WS-ANY-CHANGED          VALUE 'Y'.
             88 WS-NONE-CHANGED         VALUE 'N'.
      *Cevrim kontrol kaydinin calisma kopyasi.
           COPY RUNCTL REPLACING ==RECORD-NAME-TAG==
                                  BY ==WS-CYCLE-REC==.
      *Jurnal once/sonra goruntulerinin DATEREC alan duzeninde
      *karsilastirilmasi icin iki calisma kopyasi.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==WS-BEF-REC==
                                  ==REC-KEY==         BY ==BEF-KEY==
                                  ==REC-ID==          BY ==BEF-ID==
                                  ==REC-SPELL==       BY ==BEF-SPELL==
                                  ==REC-NAME==        BY ==BEF-NAME==
                                  ==REC-SRNAME==      BY ==BEF-SRNAME==
                                  ==REC-DATE==        BY ==BEF-DATE==
                                  ==REC-NDATE==       BY ==BEF-NDATE==
                                  ==REC-DEPT==        BY ==BEF-DEPT==
                                  ==REC-STAT==        BY ==BEF-STAT==.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==WS-AFT-REC==
                                  ==REC-KEY==         BY ==AFT-KEY==
                                  ==REC-ID==          BY ==AFT-ID==
                                  ==REC-SPELL==       BY ==AFT-SPELL==
                                  ==REC-NAME==        BY ==AFT-NAME==
                                  ==REC-SRNAME==      BY ==AFT-SRNAME==
                                  ==REC-DATE==        BY ==AFT-DATE==
                                  ==REC-NDATE==       BY ==AFT-NDATE==
                                  ==REC-DEPT==        BY ==AFT-DEPT==
                                  ==REC-STAT==        BY ==AFT-STAT==.
         01  WS-COUNTERS.
           03 WS-JRN-SEL-CNT     PIC 9(07) COMP VALUE 0.
           03 WS-DETAIL-CNT      PIC 9(07) COMP VALUE 0.
           03 WS-ADD-CNT         PIC 9(07) COMP VALUE 0.
           03 WS-CHG-CNT         PIC 9(07) COMP VALUE 0.
           03 WS-DEL-CNT         PIC 9(07) COMP VALUE 0.
           03 WS-NOCHG-CNT       PIC 9(07) COMP VALUE 0.
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
           PERFORM H200-READ-NEXT-JOURNAL UNTIL AUDIT-JRN-EOF
           PERFORM 3000-WRITE-TRAILER
           PERFORM H700-STAMP-FEED-CONTROL
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Cevrim ve gonderim kontrollerini yapar, jurnali ve cikisi
      *acar, baslik kaydini yazar ve ilk jurnal kaydini okur.
       H100-OPEN-FILES.
           ACCEPT WS-HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM H170-CHECK-RUN-CONTROL.
           PERFORM H180-READ-FEED-CONTROL.
           OPEN INPUT  AUDIT-JRN.
           OPEN OUTPUT DLT-OUT.
           IF (ST-DLT-OUT NOT = 0) AND (ST-DLT-OUT NOT = 97)
           DISPLAY 'UNABLE TO OPEN PAYDLT: ' ST-DLT-OUT
           MOVE ST-DLT-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-FILES-OPENED TO TRUE.
           MOVE SPACES           TO DLT-HDR-REC.
           MOVE 'H'              TO DLH-REC-TYPE.
           MOVE CYC-DATE         TO DLH-CYC-DATE.
           MOVE WS-PREV-CYC-DATE TO DLH-PREV-CYC-DATE.
           MOVE WS-RUN-DATE      TO DLH-CREATE-DATE.
           WRITE DLT-HDR-REC.
      *Jurnal hic yazilmamissa (35) gonderilecek degisiklik yoktur;
      *yine de bos bir baslik/kapanis cifti gider ki bordro gunun
      *atlanmadigini gorsun.
           IF ST-AUDIT-JRN = 35
              SET AUDIT-JRN-EOF TO TRUE
           ELSE
              IF (ST-AUDIT-JRN NOT = 0) AND (ST-AUDIT-JRN NOT = 97)
                 DISPLAY 'UNABLE TO OPEN AUDITJRN: ' ST-AUDIT-JRN
                 MOVE ST-AUDIT-JRN TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ AUDIT-JRN
                 AT END
                    SET AUDIT-JRN-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.
      *Cevrim kontrolu: PBHMAINT bu cevrim icin temiz bitmis olmali
      *ki o gunun kartlari jurnalde tamam olsun. Kayit yoksa (35 ya
      *da bos dosya) cevrim hic acilmamis demektir.
       H170-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CTL
           IF ST-RUN-CTL = 35
              DISPLAY 'PBHDELTA - NO RUN CONTROL, RUN PBHMAINT FIRST'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF (ST-RUN-CTL NOT = 0) AND (ST-RUN-CTL NOT = 97)
              DISPLAY 'UNABLE TO OPEN RUNCTL: ' ST-RUN-CTL
              MOVE ST-RUN-CTL TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ RUN-CTL INTO WS-CYCLE-REC
              AT END
                 DISPLAY 'PBHDELTA - NO RUN CONTROL, RUN PBHMAINT '
                         'FIRST'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ
           CLOSE RUN-CTL
           IF CYC-MAINT-FLAG NOT = 'Y'
              DISPLAY 'PBHDELTA - PBHMAINT NOT COMPLETE FOR CYCLE '
                      CYC-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H170-END. EXIT.
      *Onceki gonderimin kontrol kaydini okur. Ayni cevrim icin
      *ikinci gonderim bordroda cift isleme yol acacagindan
      *reddedilir. ST-DLT-CTL = 35 ya da bos dosya ilk gonderimdir:
      *jurnalin gecmisi bir kerede bordroya yiginlanmasin diye
      *yalnizca cevrim gununun kayitlari secilir.
       H180-READ-FEED-CONTROL.
           OPEN INPUT DLT-CTL
           IF ST-DLT-CTL = 35
              SET WS-FIRST-FEED TO TRUE
           ELSE
              IF (ST-DLT-CTL NOT = 0) AND (ST-DLT-CTL NOT = 97)
                 DISPLAY 'UNABLE TO OPEN DLTCTL: ' ST-DLT-CTL
                 MOVE ST-DLT-CTL TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ DLT-CTL
                 AT END
                    SET WS-FIRST-FEED TO TRUE
                 NOT AT END
                    MOVE DLC-LAST-CYC-DATE TO WS-PREV-CYC-DATE
                    MOVE DLC-JRN-POS       TO WS-JRN-POS
              END-READ
              CLOSE DLT-CTL
           END-IF
           IF WS-PREV-CYC-DATE = CYC-DATE
              DISPLAY 'PBHDELTA - FEED ALREADY SENT FOR CYCLE '
                      CYC-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H180-END. EXIT.
      *Jurnal kaydini sayar; henuz gonderilmemisse delta satirina
      *cevirir ve bir sonrakini okur.
       H200-READ-NEXT-JOURNAL.
           ADD 1 TO WS-JRN-REC-NO
           IF WS-FIRST-FEED
              IF JRN-RUN-DATE = CYC-DATE
                 PERFORM 2000-BUILD-DELTA
              END-IF
           ELSE
              IF WS-JRN-REC-NO > WS-JRN-POS
                 PERFORM 2000-BUILD-DELTA
              END-IF
           END-IF
           READ AUDIT-JRN
              AT END
                 SET AUDIT-JRN-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *Jurnal girisini goruntulerine gore siniflar: once-goruntusu
      *bos ise kayit eklenmistir (PBHBKOUT'un silinmis kaydi geri
      *yazan duzeltme geri almasi da boyledir), sonra-goruntusu bos
      *ise silinmistir, ikisi de doluysa degismistir. Action kodu
      *yerine goruntulere bakilmasi geri alma kayitlarini da dogru
      *siniflar.
       2000-BUILD-DELTA.
           ADD 1 TO WS-JRN-SEL-CNT
           MOVE SPACES           TO DLT-DET-REC
           MOVE 'D'              TO DLD-REC-TYPE
           IF JRN-SOURCE = SPACE
              MOVE 'T'           TO DLD-SOURCE
           ELSE
              MOVE JRN-SOURCE    TO DLD-SOURCE
           END-IF
           MOVE JRN-REC-ID       TO DLD-ID
           MOVE JRN-REC-SPELL    TO DLD-SPELL
           MOVE JRN-RUN-DATE     TO DLD-JRN-DATE
           MOVE JRN-BEFORE-IMAGE TO WS-BEF-REC
           MOVE JRN-AFTER-IMAGE  TO WS-AFT-REC
           IF JRN-BEFORE-IMAGE = SPACES
              PERFORM 2100-BUILD-ADD
           ELSE
              IF JRN-AFTER-IMAGE = SPACES
                 PERFORM 2300-BUILD-DELETE
              ELSE
                 PERFORM 2200-BUILD-CHANGE
              END-IF
           END-IF.
       2000-END. EXIT.
      *Yeni kayit: bordronun kaydi acabilmesi icin tum alanlar
      *gonderilir.
       2100-BUILD-ADD.
           MOVE 'A'        TO DLD-ACTION
           MOVE 'Y'        TO DLD-NAME-IND
           MOVE AFT-NAME   TO DLD-NAME
           MOVE AFT-SRNAME TO DLD-SRNAME
           MOVE 'Y'        TO DLD-DATE-IND
           MOVE AFT-DATE   TO DLD-DATE
           MOVE 'Y'        TO DLD-NDATE-IND
           MOVE AFT-NDATE  TO DLD-NDATE
           MOVE 'Y'        TO DLD-DEPT-IND
           MOVE AFT-DEPT   TO DLD-DEPT
           MOVE 'Y'        TO DLD-STAT-IND
           MOVE AFT-STAT   TO DLD-STAT
           WRITE DLT-DET-REC
           ADD 1 TO WS-DETAIL-CNT
           ADD 1 TO WS-ADD-CNT.
       2100-END. EXIT.
      *Degisiklik: alanlar tek tek karsilastirilir, yalnizca
      *degisenler gostergesi Y ile doldurulur; ad ve soyad birlikte
      *tek alan sayilir. Hicbir alan degismemisse (ayni degerlerle
      *yeniden yazilmis kart) bordroya satir gitmez.
       2200-BUILD-CHANGE.
           MOVE 'C' TO DLD-ACTION
           SET WS-NONE-CHANGED TO TRUE
           MOVE 'N' TO DLD-NAME-IND
           MOVE 'N' TO DLD-DATE-IND
           MOVE 'N' TO DLD-NDATE-IND
           MOVE 'N' TO DLD-DEPT-IND
           MOVE 'N' TO DLD-STAT-IND
           IF AFT-NAME NOT = BEF-NAME OR AFT-SRNAME NOT = BEF-SRNAME
              MOVE 'Y'        TO DLD-NAME-IND
              MOVE AFT-NAME   TO DLD-NAME
              MOVE AFT-SRNAME TO DLD-SRNAME
              SET WS-ANY-CHANGED TO TRUE
           END-IF
           IF AFT-DATE NOT = BEF-DATE
              MOVE 'Y'        TO DLD-DATE-IND
              MOVE AFT-DATE   TO DLD-DATE
              SET WS-ANY-CHANGED TO TRUE
           END-IF
           IF AFT-NDATE NOT = BEF-NDATE
              MOVE 'Y'        TO DLD-NDATE-IND
              MOVE AFT-NDATE  TO DLD-NDATE
              SET WS-ANY-CHANGED TO TRUE
           END-IF
           IF AFT-DEPT NOT = BEF-DEPT
              MOVE 'Y'        TO DLD-DEPT-IND
              MOVE AFT-DEPT   TO DLD-DEPT
              SET WS-ANY-CHANGED TO TRUE
           END-IF
           IF AFT-STAT NOT = BEF-STAT
              MOVE 'Y'        TO DLD-STAT-IND
              MOVE AFT-STAT   TO DLD-STAT
              SET WS-ANY-CHANGED TO TRUE
           END-IF
           IF WS-ANY-CHANGED
              WRITE DLT-DET-REC
              ADD 1 TO WS-DETAIL-CNT
              ADD 1 TO WS-CHG-CNT
           ELSE
              ADD 1 TO WS-NOCHG-CNT
           END-IF.
       2200-END. EXIT.
      *Silme: yalnizca anahtar gonderilir.
       2300-BUILD-DELETE.
           MOVE 'D' TO DLD-ACTION
           WRITE DLT-DET-REC
           ADD 1 TO WS-DETAIL-CNT
           ADD 1 TO WS-DEL-CNT.
       2300-END. EXIT.
      *Kapanis kaydini detay sayilariyla yazar; bordro dosyayi bu
      *sayilarla mutabik kilar.
       3000-WRITE-TRAILER.
           MOVE SPACES        TO DLT-TRL-REC
           MOVE 'T'           TO DLT-REC-TYPE
           MOVE CYC-DATE      TO DLT-CYC-DATE
           MOVE WS-DETAIL-CNT TO DLT-DETAIL-CNT
           MOVE WS-ADD-CNT    TO DLT-ADD-CNT
           MOVE WS-CHG-CNT    TO DLT-CHG-CNT
           MOVE WS-DEL-CNT    TO DLT-DEL-CNT
           WRITE DLT-TRL-REC.
       3000-END. EXIT.
      *Temiz bitiste gonderim kontrol kaydini bu cevrim tarihi ve
      *okunan toplam jurnal kaydi sayisiyla bastan yazar; yarida
      *kesilen calisma kaydi degistirmediginden yeniden calistirma
      *ayni kayitlari yeniden secer.
       H700-STAMP-FEED-CONTROL.
           IF WS-JRN-REC-NO < WS-JRN-POS
              DISPLAY 'PBHDELTA - AUDITJRN SHORTER THAN LAST FEED '
                      'POSITION ' WS-JRN-POS
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE CYC-DATE      TO DLC-LAST-CYC-DATE
           MOVE WS-JRN-REC-NO TO DLC-JRN-POS
           OPEN OUTPUT DLT-CTL
           WRITE DLT-CTL-REC
           CLOSE DLT-CTL.
       H700-END. EXIT.
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
           MOVE 'PBHDELTA' TO RHS-STEP-NAME
           MOVE WS-HIST-START-DATE TO RHS-START-DATE
           MOVE WS-HIST-START-TIME TO RHS-START-TIME
           ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT RHS-END-TIME FROM TIME
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           SET RHS-CLEAN-RUN TO TRUE
           MOVE WS-JRN-SEL-CNT     TO RHS-COUNT-1
           MOVE WS-DETAIL-CNT      TO RHS-COUNT-2
           MOVE WS-ADD-CNT         TO RHS-COUNT-3
           MOVE WS-CHG-CNT         TO RHS-COUNT-4
           MOVE WS-DEL-CNT         TO RHS-COUNT-5
           OPEN EXTEND RUN-HIST
           IF (ST-RUN-HIST NOT = 0) AND (ST-RUN-HIST NOT = 05) AND
              (ST-RUN-HIST NOT = 97)
              DISPLAY 'PBHDELTA - UNABLE TO OPEN RUNHIST: '
                      ST-RUN-HIST
           ELSE
              WRITE RUN-HIST-REC
              CLOSE RUN-HIST
           END-IF.
       H800-END. EXIT.
      *Sayaclari gosterir ve dosyalari kapatir.
       H999-PROGRAM-EXIT.
           DISPLAY 'PBHDELTA - CYCLE          : ' CYC-DATE
           DISPLAY 'PBHDELTA - JOURNAL READ   : ' WS-JRN-REC-NO
           DISPLAY 'PBHDELTA - JOURNAL NEW    : ' WS-JRN-SEL-CNT
           DISPLAY 'PBHDELTA - ADDS SENT      : ' WS-ADD-CNT
           DISPLAY 'PBHDELTA - CHANGES SENT   : ' WS-CHG-CNT
           DISPLAY 'PBHDELTA - DELETES SENT   : ' WS-DEL-CNT
           DISPLAY 'PBHDELTA - NO-CHANGE SKIP : ' WS-NOCHG-CNT
           CLOSE AUDIT-JRN.
           CLOSE DLT-OUT.
           PERFORM H800-WRITE-RUN-HISTORY.
           GOBACK.

      *
