      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHVARNC.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, bu cevrimin PRTLINE'ini bir onceki cevrimde
      *saklanan kopyasiyla REC-ID-O/REC-SPELL-O uzerinden eslestiren
      *sapma kontrolu programinin dosya baglantilarini tanimlar:
      *yeni gelen ve kaybolan donemler, durum (A/T) degisimleri,
      *bolum degisimleri ve REC-LDAY-O'su gecen takvim gunu kadar
      *ilerlememis aktif donemler raporlanir. Sayilar parametre
      *kartindaki sinirlari asarsa RETURN-CODE 8 verilir ve cevrim
      *kaydi isaretlenmez ki PBHDWEXP ambara aktarim yapmasin.
       FILE-CONTROL.
      *PRINT-LINE, yalnizca SORT ... USING icinde kapali olarak
      *acildigindan STATUS alani tutmaz; SORT'un basarisi SORT-RETURN
      *ile kontrol edilir (PBHKIDEM ile ayni duzen).
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
      *PRIOR-LINE, onceki cevrimin saklanan PRTLINE kopyasidir.
      *Karsilastirma icin SORT ... USING ile okunur; sapma tolerans
      *icinde kalirsa (ya da bilerek gecilirse) calismanin sonunda bu
      *cevrimin PRTLINE'i ile bastan yazilir.
           SELECT PRIOR-LINE ASSIGN TO PRTPRIOR
                             STATUS ST-PRIOR-LINE.
      *SORT-WORK, iki kopyayi da REC-ID-O/REC-SPELL-O sirasina sokan
      *SORT calismalarinin ortak gecici calisma dosyasidir; CUR-SORTED
      *ve PRI-SORTED sirali sonuclari tasir, eslestirme bu iki sirali
      *akis uzerinden yapilir.
           SELECT SORT-WORK  ASSIGN TO SORTWK.
           SELECT CUR-SORTED ASSIGN TO VARCUR
                             STATUS ST-CUR-SORTED.
           SELECT PRI-SORTED ASSIGN TO VARPRI
                             STATUS ST-PRI-SORTED.
      *VAR-PARM, tek kayitlik tolerans kartidir. Kabul edilebilir
      *sapma isletmenin kararidir, kod degil VERIDIR; kart yoksa ya da
      *bozuksa kontrol sessizce gecilmesin diye calisma durdurulur.
           SELECT VAR-PARM   ASSIGN TO VARPARM
                             STATUS ST-VAR-PARM.
      *VAR-CTL, saklanan kopyanin hangi cevrime ait oldugunu ve kayit
      *sayisini tutan tek kayitlik kontrol dosyasidir. Hic yoksa ya da
      *bossa ilk calistirmadir: karsilastirma yapilmaz, bu cevrimin
      *PRTLINE'i temel kopya olarak alinir.
           SELECT OPTIONAL VAR-CTL ASSIGN TO VARCTL
                             STATUS ST-VAR-CTL.
           SELECT VAR-RPT    ASSIGN TO VARRPT
                             STATUS ST-VAR-RPT.
      *RUN-CTL, gece is akisinin adim sirasini koruyan tek kayitlik
      *cevrim kontrol dosyasidir (bkz. RUNCTL kopya kitabi): bu adim
      *ancak PBHBALNC bu cevrim icin temiz bittiyse baslar, ayni
      *cevrimde tolerans icinde bittiyse ikinci kez calistirilamaz.
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
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
      *Yalnizca SORT girdisi oldugundan kayit ham olarak tanimlanir;
      *alan duzeni CUR-SORTED'daki PRTREC kopyasindadir.
         01  PRINT-REC            PIC X(87).
       FD  PRIOR-LINE RECORDING MODE F.
      *Saklanan kopya PRTREC ile ayni 87 byte'lik duzendedir; hem
      *SORT girdisi hem de yeniden yazim hedefi oldugundan ham tutulur.
         01  PRIOR-REC            PIC X(87).
       SD  SORT-WORK.
      *SORT anahtarlari icin SRT- ile degistirilmis ayri alan adlari
      *kullanilir (PBHWORK2'nin SORT-REC duzeni).
           COPY PRTREC REPLACING ==RECORD-NAME-TAG== BY ==SORT-REC==
                                 ==REC-ID-O==        BY ==SRT-ID-O==
                                 ==REC-SPELL-O==     BY ==SRT-SPELL-O==
                                 ==REC-NAME-O==      BY ==SRT-NAME-O==
                                 ==REC-SRNAME-O==    BY ==SRT-SRNAME-O==
                                 ==REC-DATE-O==      BY ==SRT-DATE-O==
                                 ==REC-NDATE-O==     BY ==SRT-NDATE-O==
                                 ==REC-LDAY-O==      BY ==SRT-LDAY-O==
                                 ==REC-TOTDAYS-O==
                                 BY ==SRT-TOTDAYS-O==
                                 ==REC-LYEARS-O==    BY ==SRT-LYEARS-O==
                                 ==REC-LMONTHS-O==
                                 BY ==SRT-LMONTHS-O==
                                 ==REC-STAT-O==      BY ==SRT-STAT-O==
                                 ==REC-STAT-ACTIVE-O==
                                 BY ==SRT-STAT-ACTIVE-O==
                                 ==REC-STAT-TERM-O==
                                 BY ==SRT-STAT-TERM-O==
                                 ==REC-DEPT-O==      BY ==SRT-DEPT-O==
                                 ==REC-WDAYS-O==     BY ==SRT-WDAYS-O==.
       FD  CUR-SORTED RECORDING MODE F.
      *Bu cevrimin REC-ID-O/REC-SPELL-O sirasina dizilmis PRTLINE
      *kayitlari; alan adlari degismez.
           COPY PRTREC REPLACING ==RECORD-NAME-TAG== BY ==SORTED-REC==.
       FD  PRI-SORTED RECORDING MODE F.
      *Onceki cevrimin ayni sirali kopyasi; alan adlari PRI- ile
      *degistirilir ki iki kayit yan yana karsilastirilabilsin.
           COPY PRTREC REPLACING ==RECORD-NAME-TAG== BY ==PRI-REC==
                                 ==REC-ID-O==        BY ==PRI-ID-O==
                                 ==REC-SPELL-O==     BY ==PRI-SPELL-O==
                                 ==REC-NAME-O==      BY ==PRI-NAME-O==
                                 ==REC-SRNAME-O==    BY ==PRI-SRNAME-O==
                                 ==REC-DATE-O==      BY ==PRI-DATE-O==
                                 ==REC-NDATE-O==     BY ==PRI-NDATE-O==
                                 ==REC-LDAY-O==      BY ==PRI-LDAY-O==
                                 ==REC-TOTDAYS-O==
                                 BY ==PRI-TOTDAYS-O==
                                 ==REC-LYEARS-O==    BY ==PRI-LYEARS-O==
                                 ==REC-LMONTHS-O==
                                 BY ==PRI-LMONTHS-O==
                                 ==REC-STAT-O==      BY ==PRI-STAT-O==
                                 ==REC-STAT-ACTIVE-O==
                                 BY ==PRI-STAT-ACTIVE-O==
                                 ==REC-STAT-TERM-O==
                                 BY ==PRI-STAT-TERM-O==
                                 ==REC-DEPT-O==      BY ==PRI-DEPT-O==
                                 ==REC-WDAYS-O==     BY ==PRI-WDAYS-O==.
       FD  VAR-PARM RECORDING MODE F.
      *Kart ham olarak okunur; alan duzeni WORKING-STORAGE'taki
      *VAR-PARM-REC'tedir ki kart kapandiktan sonra da kullanilsin.
         01  VAR-PARM-IN          PIC X(29).
       FD  VAR-CTL RECORDING MODE F.
      *Saklanan kopyanin cevrim tarihi ve kayit sayisi; sirali
      *kopyanin sayimi bununla tutmazsa kopya ile kontrol kaydi
      *birbirinden kopmus demektir.
         01  VAR-CTL-REC.
           03 VRC-PRIOR-CYC-DATE PIC 9(08).
           03 VRC-PRIOR-CNT      PIC 9(08).
       FD  VAR-RPT RECORDING MODE F.
      *"VAR-RPT", sapma detay satirlarini ve tolerans ozetini tasiyan
      *basim satiridir.
         01  VAR-RPT-LINE         PIC X(132).
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
           03 ST-PRIOR-LINE      PIC 9(2).
           03 ST-CUR-SORTED      PIC 9(2).
           88 CUR-SORTED-EOF                 VALUE 10.
           03 ST-PRI-SORTED      PIC 9(2).
           03 ST-VAR-PARM        PIC 9(2).
           03 ST-VAR-CTL         PIC 9(2).
           03 ST-VAR-RPT         PIC 9(2).
           03 ST-RUN-CTL         PIC 9(2).
           03 WS-OPEN-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-FILES-OPENED               VALUE 'Y'.
      *VARCTL yoksa ya da bossa ilk calistirmadir (temel kopya).
           03 WS-BASELINE-SW     PIC X(01) VALUE 'N'.
             88 WS-BASELINE-RUN         VALUE 'Y'.
      *Herhangi bir sapma turu sinirini asarsa isaretlenir.
           03 WS-TOLERANCE-SW    PIC X(01) VALUE 'Y'.
             88 WS-WITHIN-TOLERANCE     VALUE 'Y'.
             88 WS-TOLERANCE-EXCEEDED   VALUE 'N'.
      *Onceki kopyanin cevrim tarihi ve iki cevrim arasinda gecen
      *takvim gunu; aktif donemin REC-LDAY-O'su tam bu kadar
      *ilerlemis olmalidir.
           03 WS-PRIOR-CYC-DATE  PIC 9(08) VALUE 0.
           03 WS-PRIOR-CNT       PIC 9(08) VALUE 0.
           03 WS-ELAPSED-DAYS    PIC S9(05) COMP VALUE 0.
      *Aktif donemin REC-LDAY-O farki ve beklenenden sapmasi.
           03 WS-LDAY-DIFF       PIC S9(09) COMP.
           03 WS-LDAY-DEV        PIC S9(09) COMP.
      *Tolerans karsilastirmasinda kullanilan sayi ve sinir.
           03 WS-LIM-CNT         PIC 9(08) COMP.
           03 WS-LIM-MAX         PIC 9(05).
      *Tek kayitlik tolerans karti: her sapma turu icin izin verilen
      *en fazla kayit sayisi, REC-LDAY-O ilerlemesinde gecen gune gore
      *kabul edilen gun payi ve gecis anahtari. VP-OVERRIDE = Y, sinir
      *asilsa da (rapor yine basilir) cevrimin devam etmesine izin
      *verir; bilinen toplu bir degisiklik gunu icin kullanilir.
         01  VAR-PARM-REC.
           03 VP-MAX-ADDS       PIC X(05).
           03 VP-MAX-ADDS-N REDEFINES VP-MAX-ADDS
                                PIC 9(05).
           03 VP-MAX-DROPS      PIC X(05).
           03 VP-MAX-DROPS-N REDEFINES VP-MAX-DROPS
                                PIC 9(05).
           03 VP-MAX-STAT       PIC X(05).
           03 VP-MAX-STAT-N REDEFINES VP-MAX-STAT
                                PIC 9(05).
           03 VP-MAX-DEPT       PIC X(05).
           03 VP-MAX-DEPT-N REDEFINES VP-MAX-DEPT
                                PIC 9(05).
           03 VP-MAX-LDAY       PIC X(05).
           03 VP-MAX-LDAY-N REDEFINES VP-MAX-LDAY
                                PIC 9(05).
           03 VP-LDAY-SLACK     PIC X(03).
           03 VP-LDAY-SLACK-N REDEFINES VP-LDAY-SLACK
                                PIC 9(03).
           03 VP-OVERRIDE       PIC X(01).
             88 VP-OVERRIDE-ON          VALUE 'Y'.
             88 VP-OVERRIDE-VALID       VALUE 'Y' 'N' ' '.
      *Eslestirme anahtarlari; dosya sonunda HIGH-VALUES alir ki
      *kalan taraf sona kadar tek basina islensin.
         01  WS-CUR-KEY.
           03 WS-CUR-ID          PIC X(04).
           03 WS-CUR-SPELL       PIC 9(02).
         01  WS-PRI-KEY.
           03 WS-PRI-ID          PIC X(04).
           03 WS-PRI-SPELL       PIC 9(02).
      *Cevrim kontrol kaydinin calisma kopyasi; H170 okur, H700
      *kendi bayragini isleyip geri yazar.
           COPY RUNCTL REPLACING ==RECORD-NAME-TAG==
                                  BY ==WS-CYCLE-REC==.
      *PBHMAINT/PBHWORK2'deki ayni adli alanlarla ve
      *1100-VALIDATE-DATE-FIELD ile birebir ayni tarih kontrolu.
         01  WS-DATE-VALIDATION.
           03 WS-CHK-DATE       PIC 9(08).
           03 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
             05 WS-CHK-YYYY     PIC 9(04).
             05 WS-CHK-MM       PIC 9(02).
             05 WS-CHK-DD       PIC 9(02).
           03 WS-CHK-MAX-DD     PIC 9(02).
           03 WS-CHK-SW         PIC X(01).
             88 WS-CHK-VALID           VALUE 'Y'.
             88 WS-CHK-INVALID         VALUE 'N'.
           03 WS-LEAP-REM4      PIC 9(02).
           03 WS-LEAP-REM100    PIC 9(02).
           03 WS-LEAP-REM400    PIC 9(03).
           03 WS-LEAP-QUOT      PIC 9(04).
         01  WS-COUNTERS.
           03 WS-CUR-CNT         PIC 9(08) COMP VALUE 0.
           03 WS-PRI-CNT         PIC 9(08) COMP VALUE 0.
           03 WS-MATCH-CNT       PIC 9(08) COMP VALUE 0.
           03 WS-ADD-CNT         PIC 9(08) COMP VALUE 0.
           03 WS-DROP-CNT        PIC 9(08) COMP VALUE 0.
           03 WS-STAT-CNT        PIC 9(08) COMP VALUE 0.
           03 WS-DEPT-CNT        PIC 9(08) COMP VALUE 0.
           03 WS-LDAY-CNT        PIC 9(08) COMP VALUE 0.
           03 WS-SNAP-CNT        PIC 9(08) COMP VALUE 0.
      *Yeni gelen/kaybolan donemin durum ve bolumunu tek alanda
      *gostermek icin kullanilir (A/D001 gibi).
         01  WS-STAT-DEPT.
           03 WS-SD-STAT         PIC X(01).
           03 FILLER             PIC X(01) VALUE '/'.
           03 WS-SD-DEPT         PIC X(04).
      *REC-LDAY-O sapmasinin aciklama metni.
         01  WS-LDAY-NOTE.
           03 FILLER             PIC X(06) VALUE 'FARK: '.
           03 WN-DIFF            PIC -(7)9.
           03 FILLER             PIC X(11) VALUE ' BEKLENEN: '.
           03 WN-ELAPSED         PIC -(4)9.
      *Rapor basligi satirlari.
         01  HDR-LINE-1.
           03 FILLER             PIC X(10) VALUE 'PBHVARNC'.
           03 FILLER             PIC X(36) VALUE
                                  'ONCEKI CEVRIME GORE SAPMA RAPORU'.
           03 FILLER             PIC X(08) VALUE 'CEVRIM: '.
           03 HDR-CYC-DATE       PIC 9(08).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(08) VALUE 'ONCEKI: '.
           03 HDR-PRI-DATE       PIC 9(08).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(11) VALUE 'GECEN GUN: '.
           03 HDR-ELAPSED        PIC ZZZZ9.
           03 FILLER             PIC X(32) VALUE SPACES.
         01  HDR-LINE-2.
           03 FILLER             PIC X(07) VALUE 'TUR'.
           03 FILLER             PIC X(05) VALUE 'ID'.
           03 FILLER             PIC X(04) VALUE 'DNM'.
           03 FILLER             PIC X(16) VALUE 'AD'.
           03 FILLER             PIC X(16) VALUE 'SOYAD'.
           03 FILLER             PIC X(11) VALUE 'ONCEKI'.
           03 FILLER             PIC X(11) VALUE 'SIMDI'.
           03 FILLER             PIC X(62) VALUE 'ACIKLAMA'.
      *Sapma basina bir detay satiri.
         01  DET-LINE.
           03 DET-TYPE           PIC X(06).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-ID             PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-SPELL          PIC 9(02).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-NAME           PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-SRNAME         PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-PREV           PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-CURR           PIC X(10).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-NOTE           PIC X(40).
           03 FILLER             PIC X(22) VALUE SPACES.
      *Sapma turu basina sayi/sinir karsilastirma satiri.
         01  LIM-LINE.
           03 LIM-LABEL          PIC X(28).
           03 FILLER             PIC X(06) VALUE 'SAYI: '.
           03 LIM-COUNT          PIC ZZZZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE 'SINIR: '.
           03 LIM-LIMIT          PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 LIM-RESULT         PIC X(08).
           03 FILLER             PIC X(64) VALUE SPACES.
         01  BASELINE-LINE.
           03 FILLER             PIC X(132) VALUE
              'ONCEKI KOPYA YOK - BU CEVRIM TEMEL KOPYA OLARAK ALINDI'.
         01  WITHIN-LINE.
           03 FILLER             PIC X(132) VALUE
                                  'SAPMALAR TOLERANS ICINDE'.
         01  EXCEEDED-LINE.
           03 FILLER             PIC X(132) VALUE
              'TOLERANS ASILDI - IS AKISINI DURDURUN'.
         01  OVERRIDE-LINE.
           03 FILLER             PIC X(132) VALUE
              'TOLERANS ASILDI - PARAMETRE KARTIYLA GECILDI'.
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
           PERFORM 2000-MATCH-RECORDS
              UNTIL WS-CUR-KEY = HIGH-VALUES AND
                    WS-PRI-KEY = HIGH-VALUES
           PERFORM 3000-CHECK-TOLERANCES
           PERFORM H700-STAMP-RUN-CONTROL
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Cevrim kaydini denetler, tolerans kartini ve kontrol kaydini
      *okur, iki kopyayi siraya dizer, dosyalari acar, basliklari
      *basar ve her iki akistan ilk kaydi okur. Ilk calistirmada
      *onceki kopya yoktur; yalnizca bu cevrimin kopyasi dizilir ve
      *eslestirme dongusu onceki tarafi bos gorur.
       H100-OPEN-FILES.
           ACCEPT WS-HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-START-TIME FROM TIME.
           PERFORM H170-CHECK-RUN-CONTROL.
           OPEN INPUT  VAR-PARM.
           IF (ST-VAR-PARM NOT = 0) AND (ST-VAR-PARM NOT = 97)
           DISPLAY 'UNABLE TO OPEN VARPARM: ' ST-VAR-PARM
           MOVE ST-VAR-PARM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM 1000-READ-PARM-CARD.
           PERFORM 1050-READ-VARIANCE-CONTROL.
           PERFORM H120-SORT-PRINT-LINE.
           MOVE HIGH-VALUES TO WS-PRI-KEY.
           IF NOT WS-BASELINE-RUN
              PERFORM H130-SORT-PRIOR-LINE
              OPEN INPUT PRI-SORTED
              IF (ST-PRI-SORTED NOT = 0) AND (ST-PRI-SORTED NOT = 97)
                 DISPLAY 'UNABLE TO OPEN VARPRI: ' ST-PRI-SORTED
                 MOVE ST-PRI-SORTED TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE LOW-VALUES TO WS-PRI-KEY
           END-IF.
           OPEN INPUT  CUR-SORTED.
           OPEN OUTPUT VAR-RPT.
           IF (ST-CUR-SORTED NOT = 0) AND (ST-CUR-SORTED NOT = 97)
           DISPLAY 'UNABLE TO OPEN VARCUR: ' ST-CUR-SORTED
           MOVE ST-CUR-SORTED TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-VAR-RPT NOT = 0) AND (ST-VAR-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN VARRPT: ' ST-VAR-RPT
           MOVE ST-VAR-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE CYC-DATE          TO HDR-CYC-DATE.
           MOVE WS-PRIOR-CYC-DATE TO HDR-PRI-DATE.
           MOVE WS-ELAPSED-DAYS   TO HDR-ELAPSED.
           MOVE HDR-LINE-1 TO VAR-RPT-LINE.
           WRITE VAR-RPT-LINE.
           MOVE HDR-LINE-2 TO VAR-RPT-LINE.
           WRITE VAR-RPT-LINE.
           MOVE SPACES TO VAR-RPT-LINE.
           WRITE VAR-RPT-LINE.
           SET WS-FILES-OPENED TO TRUE.
           PERFORM 2600-READ-CURRENT.
           IF NOT WS-BASELINE-RUN
              PERFORM 2700-READ-PRIOR
           END-IF.
       H100-END. EXIT.
      *Tolerans kartini okur ve edit eder: bes sinir ve gun payi
      *sayisal, gecis anahtari Y, N ya da bos olmalidir. Kart yoksa
      *ya da bozuksa calisma hata ile durdurulur.
       1000-READ-PARM-CARD.
           READ VAR-PARM INTO VAR-PARM-REC
              AT END
                 DISPLAY 'PBHVARNC - VARPARM CARD MISSING'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ
           IF VP-MAX-ADDS NOT NUMERIC OR
              VP-MAX-DROPS NOT NUMERIC OR
              VP-MAX-STAT NOT NUMERIC OR
              VP-MAX-DEPT NOT NUMERIC OR
              VP-MAX-LDAY NOT NUMERIC OR
              VP-LDAY-SLACK NOT NUMERIC OR
              NOT VP-OVERRIDE-VALID
              DISPLAY 'PBHVARNC - INVALID VARPARM: ' VAR-PARM-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           CLOSE VAR-PARM.
       1000-END. EXIT.
      *Saklanan kopyanin kontrol kaydini okur. Dosya yoksa ya da
      *bossa ilk calistirmadir. Varsa tarihi gercek bir takvim tarihi
      *ve bu cevrimden once olmalidir; aksi halde gecen gun
      *hesaplanamaz ve calisma durdurulur.
       1050-READ-VARIANCE-CONTROL.
           OPEN INPUT VAR-CTL
      *OPTIONAL dosya yoksa 05 ile acilmis sayilir; 4000'deki OPEN
      *OUTPUT 41 ile dusmesin diye burada kapatilir. 35'te hicbir
      *sey acilmamistir.
           IF (ST-VAR-CTL = 05) OR (ST-VAR-CTL = 35)
              IF ST-VAR-CTL = 05
                 CLOSE VAR-CTL
              END-IF
              SET WS-BASELINE-RUN TO TRUE
           ELSE
              IF (ST-VAR-CTL NOT = 0) AND (ST-VAR-CTL NOT = 97)
                 DISPLAY 'UNABLE TO OPEN VARCTL: ' ST-VAR-CTL
                 MOVE ST-VAR-CTL TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ VAR-CTL
                 AT END
                    SET WS-BASELINE-RUN TO TRUE
                 NOT AT END
                    MOVE VRC-PRIOR-CYC-DATE TO WS-PRIOR-CYC-DATE
                    MOVE VRC-PRIOR-CNT      TO WS-PRIOR-CNT
              END-READ
              CLOSE VAR-CTL
           END-IF
           IF WS-BASELINE-RUN
              DISPLAY 'PBHVARNC - NO PRIOR COPY, BASELINE RUN'
           ELSE
              MOVE WS-PRIOR-CYC-DATE TO WS-CHK-DATE
              PERFORM 1100-VALIDATE-DATE-FIELD
              IF WS-CHK-INVALID OR WS-PRIOR-CYC-DATE NOT < CYC-DATE
                 DISPLAY 'PBHVARNC - INVALID VARCTL DATE: '
                         WS-PRIOR-CYC-DATE
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              COMPUTE WS-ELAPSED-DAYS =
                      FUNCTION INTEGER-OF-DATE(CYC-DATE) -
                      FUNCTION INTEGER-OF-DATE(WS-PRIOR-CYC-DATE)
           END-IF.
       1050-END. EXIT.
      *WS-CHK-DATE alanindaki YYYYAADD degerinin ay ve gun sinirlari
      *icinde kalip kalmadigini kontrol eder, WS-CHK-SW'ye sonucu
      *koyar; PBHMAINT/PBHWORK2'deki ayni adli paragrafla birebir
      *aynidir.
       1100-VALIDATE-DATE-FIELD.
           SET WS-CHK-VALID TO TRUE
           IF WS-CHK-YYYY < 1601 OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
              SET WS-CHK-INVALID TO TRUE
           ELSE
              PERFORM 1200-SET-MAX-DAY-OF-MONTH
              IF WS-CHK-DD < 1 OR WS-CHK-DD > WS-CHK-MAX-DD
                 SET WS-CHK-INVALID TO TRUE
              END-IF
           END-IF.
       1100-END. EXIT.
      *Aya gore azami gun sayisini WS-CHK-MAX-DD'ye tasir, Subat icin
      *artik yil hesabini kalanlarla (DIVIDE REMAINDER) yapar.
       1200-SET-MAX-DAY-OF-MONTH.
           EVALUATE WS-CHK-MM
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-CHK-MAX-DD
              WHEN 2
                 DIVIDE WS-CHK-YYYY BY 4   GIVING WS-LEAP-QUOT
                                           REMAINDER WS-LEAP-REM4
                 DIVIDE WS-CHK-YYYY BY 100 GIVING WS-LEAP-QUOT
                                           REMAINDER WS-LEAP-REM100
                 DIVIDE WS-CHK-YYYY BY 400 GIVING WS-LEAP-QUOT
                                           REMAINDER WS-LEAP-REM400
                 IF WS-LEAP-REM400 = 0 OR
                   (WS-LEAP-REM4 = 0 AND WS-LEAP-REM100 NOT = 0)
                    MOVE 29 TO WS-CHK-MAX-DD
                 ELSE
                    MOVE 28 TO WS-CHK-MAX-DD
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-CHK-MAX-DD
           END-EVALUATE.
       1200-END. EXIT.
      *Bu cevrimin PRINT-LINE'ini REC-ID-O/REC-SPELL-O sirasina
      *CUR-SORTED'a dizer; SORT deyimi USING/GIVING dosyalarini kendi
      *acip kapatir (PBHKIDEM H120-SORT-PRINT-LINE ile ayni duzen).
       H120-SORT-PRINT-LINE.
           SORT SORT-WORK
              ON ASCENDING KEY SRT-ID-O
              ON ASCENDING KEY SRT-SPELL-O
              USING PRINT-LINE
              GIVING CUR-SORTED.
           IF SORT-RETURN NOT = 0
              DISPLAY 'SORT OF PRTLINE FAILED: ' SORT-RETURN
              MOVE SORT-RETURN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *Saklanan onceki kopyayi ayni sirayla PRI-SORTED'a dizer.
       H130-SORT-PRIOR-LINE.
           SORT SORT-WORK
              ON ASCENDING KEY SRT-ID-O
              ON ASCENDING KEY SRT-SPELL-O
              USING PRIOR-LINE
              GIVING PRI-SORTED.
           IF SORT-RETURN NOT = 0
              DISPLAY 'SORT OF PRTPRIOR FAILED: ' SORT-RETURN
              MOVE SORT-RETURN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END. EXIT.
      *Cevrim kontrolu: PBHBALNC bu cevrim icin temiz bitmis olmali
      *ve bu adim ayni cevrimde zaten gecmis olmamalidir. Tolerans
      *asilip bayrak N kaldiysa adim inceleme sonrasi yeniden (gerekirse
      *VP-OVERRIDE ile) calistirilabilir.
       H170-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CTL
           IF ST-RUN-CTL = 35
              DISPLAY 'PBHVARNC - NO RUN CONTROL, RUN PBHBALNC FIRST'
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
                 DISPLAY 'PBHVARNC - NO RUN CONTROL, RUN PBHBALNC '
                         'FIRST'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ
           CLOSE RUN-CTL
           IF CYC-BALNC-FLAG NOT = 'Y'
              DISPLAY 'PBHVARNC - PBHBALNC NOT COMPLETE FOR CYCLE '
                      CYC-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF CYC-VARNC-FLAG = 'Y'
              DISPLAY 'PBHVARNC - STEP ALREADY COMPLETED FOR CYCLE '
                      CYC-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H170-END. EXIT.
      *Sapmalar tolerans icinde kaldiysa ya da kartla bilerek
      *gecildiyse bu cevrimin kopyasini saklar ve cevrim kaydina
      *kendi bayragini Y isleyip geri yazar. Tolerans asildiysa hicbir
      *sey yazilmaz: onceki kopya yerinde kalir, bayrak N kalir ve
      *PBHDWEXP calismayi reddeder.
       H700-STAMP-RUN-CONTROL.
           IF WS-WITHIN-TOLERANCE OR VP-OVERRIDE-ON
              PERFORM 4000-ROLL-SNAPSHOT
              MOVE 'Y' TO CYC-VARNC-FLAG
              OPEN OUTPUT RUN-CTL
              WRITE RUN-CTL-REC FROM WS-CYCLE-REC
              CLOSE RUN-CTL
           END-IF.
       H700-END. EXIT.
      *Iki sirali akisi REC-ID-O/REC-SPELL-O uzerinden eslestirir:
      *yalniz bu cevrimde olan donem yeni gelmis, yalniz onceki
      *kopyada olan donem kaybolmustur; iki tarafta da olan donem
      *alan alan karsilastirilir.
       2000-MATCH-RECORDS.
           EVALUATE TRUE
              WHEN WS-CUR-KEY < WS-PRI-KEY
                 PERFORM 2100-REPORT-APPEARED
                 PERFORM 2600-READ-CURRENT
              WHEN WS-CUR-KEY > WS-PRI-KEY
                 PERFORM 2200-REPORT-DISAPPEARED
                 PERFORM 2700-READ-PRIOR
              WHEN OTHER
                 ADD 1 TO WS-MATCH-CNT
                 PERFORM 2300-COMPARE-MATCHED
                 PERFORM 2600-READ-CURRENT
                 PERFORM 2700-READ-PRIOR
           END-EVALUATE.
       2000-END. EXIT.
      *Onceki kopyada olmayan donem. Ilk calistirmada her kayit bu
      *yoldan gecer; temel kopya oldugundan satir basilmaz, sayilmaz.
       2100-REPORT-APPEARED.
           IF NOT WS-BASELINE-RUN
              ADD 1 TO WS-ADD-CNT
              MOVE REC-STAT-O   TO WS-SD-STAT
              MOVE REC-DEPT-O   TO WS-SD-DEPT
              MOVE 'YENI'       TO DET-TYPE
              MOVE REC-ID-O     TO DET-ID
              MOVE REC-SPELL-O  TO DET-SPELL
              MOVE REC-NAME-O   TO DET-NAME
              MOVE REC-SRNAME-O TO DET-SRNAME
              MOVE SPACES       TO DET-PREV
              MOVE WS-STAT-DEPT TO DET-CURR
              MOVE 'ONCEKI CEVRIMDE YOKTU' TO DET-NOTE
              PERFORM 2500-WRITE-DETAIL-LINE
           END-IF.
       2100-END. EXIT.
      *Bu cevrimin PRTLINE'inda artik bulunmayan donem.
       2200-REPORT-DISAPPEARED.
           ADD 1 TO WS-DROP-CNT
           MOVE PRI-STAT-O   TO WS-SD-STAT
           MOVE PRI-DEPT-O   TO WS-SD-DEPT
           MOVE 'CIKAN'      TO DET-TYPE
           MOVE PRI-ID-O     TO DET-ID
           MOVE PRI-SPELL-O  TO DET-SPELL
           MOVE PRI-NAME-O   TO DET-NAME
           MOVE PRI-SRNAME-O TO DET-SRNAME
           MOVE WS-STAT-DEPT TO DET-PREV
           MOVE SPACES       TO DET-CURR
           MOVE 'BU CEVRIMDE YOK' TO DET-NOTE
           PERFORM 2500-WRITE-DETAIL-LINE.
       2200-END. EXIT.
      *Eslesen donemde durum ve bolum degisimini raporlar; iki
      *cevrimde de aktif olan donemin REC-LDAY-O ilerlemesini ayrica
      *denetler. Bir kayit birden cok turde satir uretebilir.
       2300-COMPARE-MATCHED.
           MOVE REC-ID-O     TO DET-ID
           MOVE REC-SPELL-O  TO DET-SPELL
           MOVE REC-NAME-O   TO DET-NAME
           MOVE REC-SRNAME-O TO DET-SRNAME
           IF REC-STAT-O NOT = PRI-STAT-O
              ADD 1 TO WS-STAT-CNT
              MOVE 'DURUM'      TO DET-TYPE
              MOVE PRI-STAT-O   TO DET-PREV
              MOVE REC-STAT-O   TO DET-CURR
              MOVE 'DURUM DEGISTI' TO DET-NOTE
              PERFORM 2500-WRITE-DETAIL-LINE
           END-IF
           IF REC-DEPT-O NOT = PRI-DEPT-O
              ADD 1 TO WS-DEPT-CNT
              MOVE 'BOLUM'      TO DET-TYPE
              MOVE PRI-DEPT-O   TO DET-PREV
              MOVE REC-DEPT-O   TO DET-CURR
              MOVE 'BOLUM DEGISTI' TO DET-NOTE
              PERFORM 2500-WRITE-DETAIL-LINE
           END-IF
           IF REC-STAT-ACTIVE-O AND PRI-STAT-ACTIVE-O
              PERFORM 2400-CHECK-LDAY
           END-IF.
       2300-END. EXIT.
      *Aktif donemin REC-LDAY-O'su iki cevrim arasinda gecen takvim
      *gunu kadar artmis olmalidir; fark karttaki gun payindan fazla
      *saparsa (giris tarihi duzeltmesi, as-of karti hatasi vb.)
      *satir basilir.
       2400-CHECK-LDAY.
           COMPUTE WS-LDAY-DIFF = REC-LDAY-O - PRI-LDAY-O
           COMPUTE WS-LDAY-DEV = WS-LDAY-DIFF - WS-ELAPSED-DAYS
           IF WS-LDAY-DEV < 0
              COMPUTE WS-LDAY-DEV = 0 - WS-LDAY-DEV
           END-IF
           IF WS-LDAY-DEV > VP-LDAY-SLACK-N
              ADD 1 TO WS-LDAY-CNT
              MOVE WS-LDAY-DIFF    TO WN-DIFF
              MOVE WS-ELAPSED-DAYS TO WN-ELAPSED
              MOVE 'SURE'          TO DET-TYPE
              MOVE PRI-LDAY-O      TO DET-PREV
              MOVE REC-LDAY-O      TO DET-CURR
              MOVE WS-LDAY-NOTE    TO DET-NOTE
              PERFORM 2500-WRITE-DETAIL-LINE
           END-IF.
       2400-END. EXIT.
      *Doldurulmus detay satirini basar.
       2500-WRITE-DETAIL-LINE.
           MOVE DET-LINE TO VAR-RPT-LINE
           WRITE VAR-RPT-LINE.
       2500-END. EXIT.
      *Bu cevrimin sirali kopyasindan bir sonraki kaydi okur; dosya
      *sonunda anahtar HIGH-VALUES olur.
       2600-READ-CURRENT.
           READ CUR-SORTED.
           IF (ST-CUR-SORTED NOT = 0) AND (ST-CUR-SORTED NOT = 97)
              IF ST-CUR-SORTED NOT = 10
                 DISPLAY 'UNABLE TO READ VARCUR: ' ST-CUR-SORTED
                 MOVE ST-CUR-SORTED TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           IF CUR-SORTED-EOF
              MOVE HIGH-VALUES TO WS-CUR-KEY
           ELSE
              ADD 1 TO WS-CUR-CNT
              MOVE REC-ID-O    TO WS-CUR-ID
              MOVE REC-SPELL-O TO WS-CUR-SPELL
           END-IF.
       2600-END. EXIT.
      *Onceki sirali kopyadan bir sonraki kaydi okur; dosya sonunda
      *anahtar HIGH-VALUES olur.
       2700-READ-PRIOR.
           READ PRI-SORTED
              AT END
                 MOVE HIGH-VALUES TO WS-PRI-KEY
              NOT AT END
                 ADD 1 TO WS-PRI-CNT
                 MOVE PRI-ID-O    TO WS-PRI-ID
                 MOVE PRI-SPELL-O TO WS-PRI-SPELL
           END-READ.
           IF (ST-PRI-SORTED NOT = 0) AND (ST-PRI-SORTED NOT = 97)
              IF ST-PRI-SORTED NOT = 10
                 DISPLAY 'UNABLE TO READ VARPRI: ' ST-PRI-SORTED
                 MOVE ST-PRI-SORTED TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       2700-END. EXIT.
      *Her sapma turunun sayisini karttaki sinirla karsilastirip
      *rapora yazar. Saklanan kopyanin sayimi kontrol kaydindakiyle
      *tutmuyorsa kopya ile kontrol kaydi kopmustur; karsilastirma
      *guvenilmez oldugundan calisma durdurulur.
       3000-CHECK-TOLERANCES.
           MOVE SPACES TO VAR-RPT-LINE
           WRITE VAR-RPT-LINE
           IF WS-BASELINE-RUN
              MOVE BASELINE-LINE TO VAR-RPT-LINE
              WRITE VAR-RPT-LINE
           ELSE
              IF WS-PRI-CNT NOT = WS-PRIOR-CNT
                 DISPLAY 'PBHVARNC - PRTPRIOR COUNT ' WS-PRI-CNT
                         ' NOT EQUAL TO VARCTL COUNT ' WS-PRIOR-CNT
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'YENI GELEN DONEM'         TO LIM-LABEL
              MOVE WS-ADD-CNT                 TO WS-LIM-CNT
              MOVE VP-MAX-ADDS-N              TO WS-LIM-MAX
              PERFORM 3100-WRITE-LIMIT-LINE
              MOVE 'KAYBOLAN DONEM'           TO LIM-LABEL
              MOVE WS-DROP-CNT                TO WS-LIM-CNT
              MOVE VP-MAX-DROPS-N             TO WS-LIM-MAX
              PERFORM 3100-WRITE-LIMIT-LINE
              MOVE 'DURUM DEGISIMI (A/T)'     TO LIM-LABEL
              MOVE WS-STAT-CNT                TO WS-LIM-CNT
              MOVE VP-MAX-STAT-N              TO WS-LIM-MAX
              PERFORM 3100-WRITE-LIMIT-LINE
              MOVE 'BOLUM DEGISIMI'           TO LIM-LABEL
              MOVE WS-DEPT-CNT                TO WS-LIM-CNT
              MOVE VP-MAX-DEPT-N              TO WS-LIM-MAX
              PERFORM 3100-WRITE-LIMIT-LINE
              MOVE 'REC-LDAY ILERLEME SAPMASI' TO LIM-LABEL
              MOVE WS-LDAY-CNT                TO WS-LIM-CNT
              MOVE VP-MAX-LDAY-N              TO WS-LIM-MAX
              PERFORM 3100-WRITE-LIMIT-LINE
              MOVE SPACES TO VAR-RPT-LINE
              WRITE VAR-RPT-LINE
              IF WS-WITHIN-TOLERANCE
                 MOVE WITHIN-LINE TO VAR-RPT-LINE
              ELSE
                 IF VP-OVERRIDE-ON
                    MOVE OVERRIDE-LINE TO VAR-RPT-LINE
                 ELSE
                    MOVE EXCEEDED-LINE TO VAR-RPT-LINE
                 END-IF
              END-IF
              WRITE VAR-RPT-LINE
           END-IF.
       3000-END. EXIT.
      *Doldurulmus sinir satirini sonuclandirip yazar; sinirin
      *asilmasi genel tolerans anahtarini dusurur.
       3100-WRITE-LIMIT-LINE.
           MOVE WS-LIM-CNT TO LIM-COUNT
           MOVE WS-LIM-MAX TO LIM-LIMIT
           IF WS-LIM-CNT > WS-LIM-MAX
              MOVE 'ASILDI'   TO LIM-RESULT
              SET WS-TOLERANCE-EXCEEDED TO TRUE
           ELSE
              MOVE 'UYGUN'    TO LIM-RESULT
           END-IF
           MOVE LIM-LINE TO VAR-RPT-LINE
           WRITE VAR-RPT-LINE.
       3100-END. EXIT.
      *Bu cevrimin sirali kopyasini PRIOR-LINE'a bastan yazar ve
      *kontrol kaydini bu cevrimin tarihi ve kayit sayisiyla
      *yeniler; bir sonraki cevrim bununla karsilastirilir.
       4000-ROLL-SNAPSHOT.
           CLOSE CUR-SORTED
           OPEN INPUT CUR-SORTED
           IF (ST-CUR-SORTED NOT = 0) AND (ST-CUR-SORTED NOT = 97)
              DISPLAY 'UNABLE TO OPEN VARCUR: ' ST-CUR-SORTED
              MOVE ST-CUR-SORTED TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           OPEN OUTPUT PRIOR-LINE
           IF (ST-PRIOR-LINE NOT = 0) AND (ST-PRIOR-LINE NOT = 97)
              DISPLAY 'UNABLE TO OPEN PRTPRIOR: ' ST-PRIOR-LINE
              MOVE ST-PRIOR-LINE TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ CUR-SORTED
           PERFORM 4100-COPY-SNAPSHOT-RECORD UNTIL CUR-SORTED-EOF
           CLOSE PRIOR-LINE
           MOVE CYC-DATE    TO VRC-PRIOR-CYC-DATE
           MOVE WS-SNAP-CNT TO VRC-PRIOR-CNT
           OPEN OUTPUT VAR-CTL
           IF (ST-VAR-CTL NOT = 0) AND (ST-VAR-CTL NOT = 97)
              DISPLAY 'UNABLE TO OPEN VARCTL: ' ST-VAR-CTL
              MOVE ST-VAR-CTL TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           WRITE VAR-CTL-REC
           IF ST-VAR-CTL NOT = 0
              DISPLAY 'UNABLE TO WRITE VARCTL: ' ST-VAR-CTL
              MOVE ST-VAR-CTL TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           CLOSE VAR-CTL.
       4000-END. EXIT.
      *Sirali kaydi saklanan kopyaya yazar ve bir sonrakini okur.
       4100-COPY-SNAPSHOT-RECORD.
           ADD 1 TO WS-SNAP-CNT
           WRITE PRIOR-REC FROM SORTED-REC
           READ CUR-SORTED.
       4100-END. EXIT.
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
           MOVE 'PBHVARNC' TO RHS-STEP-NAME
           MOVE WS-HIST-START-DATE TO RHS-START-DATE
           MOVE WS-HIST-START-TIME TO RHS-START-TIME
           ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT RHS-END-TIME FROM TIME
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           SET RHS-CLEAN-RUN TO TRUE
           MOVE WS-CUR-CNT         TO RHS-COUNT-1
           MOVE WS-PRI-CNT         TO RHS-COUNT-2
           COMPUTE RHS-COUNT-3 = WS-ADD-CNT + WS-DROP-CNT
           COMPUTE RHS-COUNT-4 = WS-STAT-CNT + WS-DEPT-CNT
           MOVE WS-LDAY-CNT        TO RHS-COUNT-5
           OPEN EXTEND RUN-HIST
           IF (ST-RUN-HIST NOT = 0) AND (ST-RUN-HIST NOT = 05) AND
              (ST-RUN-HIST NOT = 97)
              DISPLAY 'PBHVARNC - UNABLE TO OPEN RUNHIST: '
                      ST-RUN-HIST
           ELSE
              WRITE RUN-HIST-REC
              CLOSE RUN-HIST
           END-IF.
       H800-END. EXIT.
      *Sayaclari gosterir ve dosyalari kapatir. Tolerans asildiysa
      *RETURN-CODE 8 ile biter ki is akisi PBHDWEXP'ten once dursun;
      *kartla gecildiyse RETURN-CODE 4 ile biter ki gecis gozden
      *kacmasin.
       H999-PROGRAM-EXIT.
           DISPLAY 'PBHVARNC - CURRENT RECORDS : ' WS-CUR-CNT
           DISPLAY 'PBHVARNC - PRIOR RECORDS   : ' WS-PRI-CNT
           DISPLAY 'PBHVARNC - MATCHED         : ' WS-MATCH-CNT
           DISPLAY 'PBHVARNC - APPEARED        : ' WS-ADD-CNT
           DISPLAY 'PBHVARNC - DISAPPEARED     : ' WS-DROP-CNT
           DISPLAY 'PBHVARNC - STATUS CHANGES  : ' WS-STAT-CNT
           DISPLAY 'PBHVARNC - DEPT CHANGES    : ' WS-DEPT-CNT
           DISPLAY 'PBHVARNC - LDAY ANOMALIES  : ' WS-LDAY-CNT
           IF WS-TOLERANCE-EXCEEDED AND RETURN-CODE = 0
              IF VP-OVERRIDE-ON
                 DISPLAY 'PBHVARNC - TOLERANCE EXCEEDED, OVERRIDDEN'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY 'PBHVARNC - TOLERANCE EXCEEDED'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE CUR-SORTED.
           CLOSE PRI-SORTED.
           CLOSE VAR-RPT.
           PERFORM H800-WRITE-RUN-HISTORY.
           GOBACK.

      *
