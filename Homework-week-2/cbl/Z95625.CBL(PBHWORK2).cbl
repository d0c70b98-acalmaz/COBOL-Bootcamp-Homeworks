      *biraktigindan restart calistirmasi kontrolden gecer.
           SELECT RUN-CTL    ASSIGN TO RUNCTL
                             STATUS ST-RUN-CTL.
      *RUN-HIST, gece adimlarinin her calistirmada bir kayit ekledigi
      *birikimli calisma gecmisidir (bkz. RUNHIST kopya kitabi);
      *PBHTREND haftalik egilim raporunu bu dosyadan uretir. Ilk
      *calistirmada dosya yoksa EXTEND ile olusturulur.
           SELECT OPTIONAL RUN-HIST ASSIGN TO RUNHIST
                             STATUS ST-RUN-HIST.
      *HOL-MAST, PBHHOLMT'in bakimini yaptigi resmi tatil takvimidir
      *(bkz. HOLREC kopya kitabi); is gunu hizmeti hesabi icin
      *H110-LOAD-CALENDAR'da bastan sona bir kez okunup tabloya
      *alinir.
           SELECT HOL-MAST   ASSIGN TO HOLMAST
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY HOL-KEY
                             STATUS ST-HOL-MAST.
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
       FD  HOL-MAST RECORDING MODE F.
      *Takvim kaydinin duzeni PBHHOLMT ile ortak oldugundan HOLREC
      *kopya kitabindan alinir.
           COPY HOLREC REPLACING ==RECORD-NAME-TAG== BY ==HOL-REC==.

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem 
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 ST-RUN-HIST        PIC 9(2).
           03 ST-SORT-OUT        PIC 9(2).
           88 SORT-OUT-EOF                   VALUE 10.
           03 ST-PRINT-LINE      PIC 9(2).
             10 DC-NDATE-YYYY   PIC 9(04).
             10 DC-NDATE-MM     PIC 9(02).
             10 DC-NDATE-DD     PIC 9(02).
      *Donemin is gunu hizmeti ve 1800-CALC-WORKING-DAYS'in calisma
      *alanlari. Hafta gunu FUNCTION INTEGER-OF-DATE'ten bulunur:
      *1. gun (1601-01-01) Pazartesidir, (gun - 1) / 7 kalani 0-4
      *hafta ici, 5-6 hafta sonudur.
           05 REC-WDAYS         PIC 9(08).
           05 WD-WEEKS          PIC 9(08).
           05 WD-REM-DAYS       PIC 9(01).
           05 WD-REM-IX         PIC 9(01).
           05 WD-DAY-INT        PIC 9(08).
           05 WD-DAY-QUOT       PIC 9(08).
           05 WD-DAY-OF-WEEK    PIC 9(01).
             88 WD-WEEKDAY              VALUE 0 THRU 4.
      *HOL-MAST'in calisma kopyasi: takvimi girilmis yillar ve hafta
      *icine denk gelen tatillerin gun numaralari (anahtar sirasinda
      *yuklendiginden artan sirada). Hafta sonuna denk gelen tatil
      *zaten is gunu sayilmadigindan tabloya alinmaz.
         01  WS-CALENDAR.
           03 ST-HOL-MAST        PIC 9(2).
           88 HOL-MAST-EOF                   VALUE 10.
           03 WS-CAL-YEAR-CNT    PIC 9(04) COMP VALUE 0.
           03 WS-CAL-YEAR-IX     PIC 9(04) COMP.
           03 WS-CAL-YEAR        PIC 9(04) OCCURS 200 TIMES.
           03 WS-CAL-HOL-CNT     PIC 9(04) COMP VALUE 0.
           03 WS-CAL-HOL-IX      PIC 9(04) COMP.
           03 WS-CAL-HOL-INT     PIC 9(08) OCCURS 3000 TIMES.
      *H125-CHECK-CALENDAR-YEARS'in on taramasinda kullanilan alanlar:
      *siradaki kaydin ilk/son hizmet gunu yili, aranan yil ve
      *takvimde bulunamayan yillar (her biri ilk ihtiyac duyan
      *kaydin anahtariyla birlikte).
         01  WS-CAL-CHECK.
           03 WS-PRESCAN-SW      PIC X(01) VALUE 'N'.
             88 WS-PRESCAN-EOF          VALUE 'Y'.
           03 WS-YEAR-FOUND-SW   PIC X(01).
             88 WS-YEAR-FOUND           VALUE 'Y'.
             88 WS-YEAR-NOT-FOUND       VALUE 'N'.
           03 WS-SPAN-FIRST-YEAR PIC 9(04).
           03 WS-SPAN-LAST-DATE  PIC 9(08).
           03 WS-SPAN-LAST-R REDEFINES WS-SPAN-LAST-DATE.
             05 WS-SPAN-LAST-YEAR PIC 9(04).
             05 FILLER           PIC 9(04).
           03 WS-SPAN-YEAR       PIC 9(04).
           03 WS-MISS-CNT        PIC 9(04) COMP VALUE 0.
           03 WS-MISS-IX         PIC 9(04) COMP.
           03 WS-MISS-ENTRY OCCURS 20 TIMES.
             05 WS-MISS-YEAR     PIC 9(04).
             05 WS-MISS-KEY      PIC X(06).
      *REC-DATE ve REC-NDATE alanlarinin gercek bir takvim tarihi
      *olup olmadigini kontrol etmek icin kullanilan calisma alani.
         01  WS-DATE-VALIDATION.
           03 WS-NDATE-SW       PIC X(01).
             88 REC-NDATE-VALID         VALUE 'Y'.
             88 REC-NDATE-INVALID       VALUE 'N'.
      *Calisma gecmisi icin baslangic damgasi; H100'un ilk isi olarak
      *alinir, bitis damgasi H800'de alinir.
         01  WS-HIST-STAMP.
           03 WS-HIST-START-DATE PIC 9(08).
           03 WS-HIST-START-TIME PIC 9(08).

      *--------------------     
       PROCEDURE DIVISION.
      *INPUT ve OUTPUT dosyalarını açtık ve output dosyasının ilk
      *satırını okuduk. 
       H100-OPEN-FILES.
           ACCEPT WS-HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-START-TIME FROM TIME.
           PERFORM H170-CHECK-RUN-CONTROL.
      *As-of tarihi takvim kontrolunden once bilinmelidir; aktif
      *kayitlarin hizmet araligi o tarihte biter.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM H165-READ-ASOF-PARM.
           PERFORM H120-SORT-DATE-REC.
      *Takvim, hicbir cikti dosyasi acilmadan once yuklenip tum
      *kayitlarin hizmet yillarini kapsadigi dogrulanir; eksik yil
      *varsa calisma PRTLINE'a tek satir yazmadan durur.
           PERFORM H110-LOAD-CALENDAR.
           PERFORM H125-CHECK-CALENDAR-YEARS.
           OPEN INPUT  SORT-OUT.
           IF (ST-SORT-OUT NOT = 0) AND (ST-SORT-OUT NOT = 97)
           DISPLAY 'UNABLE TO OPEN SRTOUT: ' ST-SORT-OUT
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H160-READ-THRESHOLD-PARM.
      *H155-SKIP-TO-CHECKPOINT (H150 icinde cagrilir) zaten SORT-OUT'u
      *gercek sonuna kadar okumus olabilir (checkpoint bulunamadi ya da
      *checkpoint son kayitti); bu durumda tekrar okumaya gerek yoktur.
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *HOL-MAST'i bastan sona okuyup yil kayitlarini ve hafta icine
      *denk gelen tatilleri tabloya alir. Takvim zorunludur; dosya
      *acilamazsa is gunu hesaplanamayacagindan calisma durur.
      *Tablolardan biri dolarsa kalan kayitlar sessizce atlanmaz,
      *calisma RC 16 ile durdurulur.
       H110-LOAD-CALENDAR.
           OPEN INPUT HOL-MAST
           IF (ST-HOL-MAST NOT = 0) AND (ST-HOL-MAST NOT = 97)
              DISPLAY 'UNABLE TO OPEN HOLMAST: ' ST-HOL-MAST
              MOVE ST-HOL-MAST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ HOL-MAST
              AT END
                 SET HOL-MAST-EOF TO TRUE
           END-READ
           PERFORM H115-LOAD-CALENDAR-REC
              UNTIL HOL-MAST-EOF
           CLOSE HOL-MAST.
       H110-END. EXIT.
      *Eldeki takvim kaydini turune gore yil ya da tatil tablosuna
      *alir ve bir sonrakini okur.
       H115-LOAD-CALENDAR-REC.
           IF HOL-TYPE-YEAR
              IF WS-CAL-YEAR-CNT < 200
                 ADD 1 TO WS-CAL-YEAR-CNT
                 MOVE HOL-YEAR TO WS-CAL-YEAR (WS-CAL-YEAR-CNT)
              ELSE
                 DISPLAY 'PBHWORK2 - HOLMAST HAS MORE THAN 200 YEARS'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           ELSE
              COMPUTE WD-DAY-INT = FUNCTION INTEGER-OF-DATE(HOL-DATE)
              PERFORM 1810-SET-DAY-OF-WEEK
              IF WD-WEEKDAY
                 IF WS-CAL-HOL-CNT < 3000
                    ADD 1 TO WS-CAL-HOL-CNT
                    COMPUTE WS-CAL-HOL-INT (WS-CAL-HOL-CNT) =
                            FUNCTION INTEGER-OF-DATE(HOL-DATE)
                 ELSE
                    DISPLAY 'PBHWORK2 - HOLMAST HAS MORE THAN 3000 '
                            'WEEKDAY HOLIDAYS'
                    MOVE 16 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
           END-IF
           READ HOL-MAST
              AT END
                 SET HOL-MAST-EOF TO TRUE
           END-READ.
       H115-END. EXIT.
      *Siralanmis girdiyi asil islemeden once bir kez tarar ve her
      *kaydin hizmet araligindaki (REC-DATE'ten bitis ya da as-of
      *tarihinden bir onceki gune kadar) her yilin takvimde girili
      *oldugunu dogrular. Gecersiz tarihli ya da ters kayitlar
      *zaten suspense/istisnaya dusup is gunu almayacagindan
      *taranmaz. Eksik yillarin hepsi (ilk ihtiyac duyan kayitla
      *birlikte) listelenir ki isletim hepsini tek seferde girsin;
      *en az bir eksik yil varsa calisma RC 16 ile durur, cevrim
      *kaydi isaretlenmez.
       H125-CHECK-CALENDAR-YEARS.
           OPEN INPUT SORT-OUT
           IF (ST-SORT-OUT NOT = 0) AND (ST-SORT-OUT NOT = 97)
              DISPLAY 'UNABLE TO OPEN SRTOUT: ' ST-SORT-OUT
              MOVE ST-SORT-OUT TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ SORT-OUT
              AT END
                 SET WS-PRESCAN-EOF TO TRUE
           END-READ
           PERFORM H126-CHECK-RECORD-YEARS
              UNTIL WS-PRESCAN-EOF
      *CLOSE ST-SORT-OUT'u sifirlar; asil okuma dongusu dosyayi
      *yeniden actiginda on taramanin EOF'u SORT-OUT-EOF sanilmaz.
           CLOSE SORT-OUT
           IF WS-MISS-CNT > 0
              PERFORM H130-SHOW-MISSING-YEAR
                 VARYING WS-MISS-IX FROM 1 BY 1
                 UNTIL WS-MISS-IX > WS-MISS-CNT
              DISPLAY 'PBHWORK2 - RUN STOPPED: ENTER THE MISSING '
                      'YEAR(S) INTO HOLMAST WITH PBHHOLMT AND RERUN'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H125-END. EXIT.
      *On taramanin tek adimi: kaydin ilk ve son hizmet gununun
      *yilini bulur, aradaki her yili takvimde arar ve bir sonraki
      *kaydi okur. Sifir gunluk donem (baslangic = bitis) hicbir
      *yila gun yazmadigindan aranmaz.
       H126-CHECK-RECORD-YEARS.
           PERFORM 1000-VALIDATE-RECORD-DATES
           IF REC-DATE-VALID AND REC-NDATE-VALID
              COMPUTE REC-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(REC-DATE)
              IF REC-OPEN-ENDED
                 COMPUTE REC-NDATE-INT =
                         FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
              ELSE
                 COMPUTE REC-NDATE-INT =
                         FUNCTION INTEGER-OF-DATE(REC-NDATE)
              END-IF
              IF REC-NDATE-INT > REC-DATE-INT
                 MOVE REC-DATE TO DC-DATE-YYYYMMDD
                 MOVE DC-DATE-YYYY TO WS-SPAN-FIRST-YEAR
                 COMPUTE WS-SPAN-LAST-DATE =
                         FUNCTION DATE-OF-INTEGER(REC-NDATE-INT - 1)
                 PERFORM H127-CHECK-ONE-YEAR
                    VARYING WS-SPAN-YEAR FROM WS-SPAN-FIRST-YEAR BY 1
                    UNTIL WS-SPAN-YEAR > WS-SPAN-LAST-YEAR
              END-IF
           END-IF
           READ SORT-OUT
              AT END
                 SET WS-PRESCAN-EOF TO TRUE
           END-READ.
       H126-END. EXIT.
      *WS-SPAN-YEAR'i takvimin yil tablosunda arar; bulunamazsa ve
      *daha once listelenmemisse eksik yillar tablosuna ekler.
       H127-CHECK-ONE-YEAR.
           SET WS-YEAR-NOT-FOUND TO TRUE
           PERFORM H128-SCAN-CAL-YEAR
              VARYING WS-CAL-YEAR-IX FROM 1 BY 1
              UNTIL WS-CAL-YEAR-IX > WS-CAL-YEAR-CNT OR WS-YEAR-FOUND
           IF WS-YEAR-NOT-FOUND
              PERFORM H129-SCAN-MISSING-YEAR
                 VARYING WS-MISS-IX FROM 1 BY 1
                 UNTIL WS-MISS-IX > WS-MISS-CNT OR WS-YEAR-FOUND
              IF WS-YEAR-NOT-FOUND AND WS-MISS-CNT < 20
                 ADD 1 TO WS-MISS-CNT
                 MOVE WS-SPAN-YEAR TO WS-MISS-YEAR (WS-MISS-CNT)
                 MOVE REC-KEY      TO WS-MISS-KEY (WS-MISS-CNT)
              END-IF
           END-IF.
       H127-END. EXIT.
      *Takvim yil tablosu arama dongusunun tek adimi.
       H128-SCAN-CAL-YEAR.
           IF WS-CAL-YEAR (WS-CAL-YEAR-IX) = WS-SPAN-YEAR
              SET WS-YEAR-FOUND TO TRUE
           END-IF.
       H128-END. EXIT.
      *Eksik yillar tablosu arama dongusunun tek adimi; ayni yil
      *ikinci kez listelenmesin diye bulunmus sayilir.
       H129-SCAN-MISSING-YEAR.
           IF WS-MISS-YEAR (WS-MISS-IX) = WS-SPAN-YEAR
              SET WS-YEAR-FOUND TO TRUE
           END-IF.
       H129-END. EXIT.
      *Eksik bir yili ve ona ilk ihtiyac duyan kaydin anahtarini
      *gosterir.
       H130-SHOW-MISSING-YEAR.
           DISPLAY 'PBHWORK2 - HOLIDAY CALENDAR HAS NO YEAR '
                   WS-MISS-YEAR (WS-MISS-IX)
                   ' (FIRST NEEDED BY REC-KEY '
                   WS-MISS-KEY (WS-MISS-IX) ')'.
       H130-END. EXIT.
      *Onceki calismanin suspense dosyasini okuyup REJ-ID ve ilk
      *dusme damgasini tabloya alir; dosya sonra OUTPUT ile bastan
      *yazildiginda ayni REJ-ID'nin damgasi 1550 uzerinden geri
           MOVE DC-LYEARS-WRK  TO REC-LYEARS
           MOVE DC-LMONTHS-WRK TO REC-LMONTHS.
       1700-END. EXIT.
      *REC-DATE'ten bitise (acik uclu kayitta as-of tarihine) olan
      *REC-LDAY gunluk araligin is gunu karsiligini REC-WDAYS'e
      *koyar: tam haftalar 5'er is gunu sayilir, artan (en cok 6)
      *gun hafta gunune bakilarak tek tek sayilir, sonra aralikta
      *kalan hafta ici tatiller dusulur. Aralik REC-LDAY ile ayni
      *sekilde yari aciktir (baslangic gunu dahil, bitis gunu
      *haric). Gerekli her yilin takvimde oldugu H125'te
      *dogrulanmistir.
       1800-CALC-WORKING-DAYS.
           DIVIDE REC-LDAY BY 7 GIVING WD-WEEKS
                                REMAINDER WD-REM-DAYS
           COMPUTE REC-WDAYS = WD-WEEKS * 5
      *Artan gunler baslangic gunuyle ayni hafta gunuyle baslar.
           MOVE REC-DATE-INT TO WD-DAY-INT
           PERFORM 1810-SET-DAY-OF-WEEK
           PERFORM 1820-COUNT-REMAINING-DAY
              VARYING WD-REM-IX FROM 1 BY 1
              UNTIL WD-REM-IX > WD-REM-DAYS
      *Tatil tablosu artan sirada oldugundan bitis gunune
      *gelindiginde tarama durur.
           PERFORM 1830-SUBTRACT-HOLIDAY
              VARYING WS-CAL-HOL-IX FROM 1 BY 1
              UNTIL WS-CAL-HOL-IX > WS-CAL-HOL-CNT OR
                    WS-CAL-HOL-INT (WS-CAL-HOL-IX) >= REC-NDATE-INT.
       1800-END. EXIT.
      *WD-DAY-INT'teki gun numarasinin hafta gununu WD-DAY-OF-WEEK'e
      *koyar (0 = Pazartesi ... 6 = Pazar).
       1810-SET-DAY-OF-WEEK.
           SUBTRACT 1 FROM WD-DAY-INT
           DIVIDE WD-DAY-INT BY 7 GIVING WD-DAY-QUOT
                                  REMAINDER WD-DAY-OF-WEEK.
       1810-END. EXIT.
      *Artan gunlerden birini hafta iciyse sayar ve hafta gununu bir
      *ilerletir (Pazardan sonra Pazartesi).
       1820-COUNT-REMAINING-DAY.
           IF WD-WEEKDAY
              ADD 1 TO REC-WDAYS
           END-IF
           IF WD-DAY-OF-WEEK = 6
              MOVE 0 TO WD-DAY-OF-WEEK
           ELSE
              ADD 1 TO WD-DAY-OF-WEEK
           END-IF.
       1820-END. EXIT.
      *Tatil tablosu tarama dongusunun tek adimi: aralik icindeki
      *hafta ici tatil bir is gunu eksiltir.
       1830-SUBTRACT-HOLIDAY.
           IF WS-CAL-HOL-INT (WS-CAL-HOL-IX) >= REC-DATE-INT
              SUBTRACT 1 FROM REC-WDAYS
           END-IF.
       1830-END. EXIT.
      *INPUT dosyasından edindiğimiz bilgileri OUTPUT dosyamıza aktarmak
      *için OUTPUT dosyası için oluştuduğumuz değişkenlere bu bilgileri
      *yerleştiriyoruz ve yapılması gereken matematiksel işlemleri
           ELSE
              COMPUTE REC-LDAY = REC-NDATE-INT - REC-DATE-INT
              PERFORM 1700-CALC-YEARS-MONTHS
              PERFORM 1800-CALC-WORKING-DAYS
              PERFORM WRITE-RECORD
              IF REC-LDAY > WS-LDAY-THRESHOLD
                 PERFORM 6000-WRITE-HR-EXTRACT
              SET REC-STAT-TERM-O TO TRUE
           END-IF.
           MOVE REC-DEPT     TO  REC-DEPT-O.
           MOVE REC-WDAYS    TO  REC-WDAYS-O.
           WRITE PRINT-REC
           ADD 1 TO WS-PRINT-LINE-WR-CNT
           ADD REC-LDAY TO WS-LDAY-HASH-TOT.
           END-IF.
           WRITE HR-EXTRACT-REC.
       6000-END. EXIT.
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
           MOVE 'PBHWORK2' TO RHS-STEP-NAME
           MOVE WS-HIST-START-DATE TO RHS-START-DATE
           MOVE WS-HIST-START-TIME TO RHS-START-TIME
           ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT RHS-END-TIME FROM TIME
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           IF RESTART-MODE
              SET RHS-RESTART-RUN TO TRUE
           ELSE
              SET RHS-CLEAN-RUN TO TRUE
           END-IF
           MOVE WS-DATE-REC-RD-CNT TO RHS-COUNT-1
           MOVE WS-PRINT-LINE-WR-CNT TO RHS-COUNT-2
           MOVE WS-EXCEPT-WR-CNT   TO RHS-COUNT-3
           MOVE WS-REJECT-WR-CNT   TO RHS-COUNT-4
           MOVE 0                  TO RHS-COUNT-5
           OPEN EXTEND RUN-HIST
           IF (ST-RUN-HIST NOT = 0) AND (ST-RUN-HIST NOT = 05) AND
              (ST-RUN-HIST NOT = 97)
              DISPLAY 'PBHWORK2 - UNABLE TO OPEN RUNHIST: '
                      ST-RUN-HIST
           ELSE
              WRITE RUN-HIST-REC
              CLOSE RUN-HIST
           END-IF.
       H800-END. EXIT.
      *INPUT ve OUTPUT dosyalarını kapatıp programı sonlandırıyoruz.
       H999-PROGRAM-EXIT.
      *Calisma DATEREC'in (SORT-OUT uzerinden) sonuna kadar temiz
           CLOSE EXCEPT-FILE.
           CLOSE DATE-REC-REJECTS.
           CLOSE HR-EXTRACT.
           PERFORM H800-WRITE-RUN-HISTORY.
           GOBACK.
           
      *
