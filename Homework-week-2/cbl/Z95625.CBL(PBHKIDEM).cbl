      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHKIDEM.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, aylik kidem tazminati karsiligi programinin
      *dosya baglantilarini tanimlar: PRTLINE'daki her AKTIF
      *calisanin birikimli hizmet gunu (REC-TOTDAYS-O) PAYMAST'taki
      *brut ucretle carpilir, ucret parametre kartindaki yasal yillik
      *tavanla sinirlanir; bolum ara toplamli karsilik raporu ve
      *genel muhasebe (GL) aktarim dosyasi uretilir. Finansin ayri
      *tuttugu tablo hizmet gunleriyle hic tutmadigindan karsilik
      *artik PBHWORK2'nin hesapladigi gunlerden dogrudan uretilir.
       FILE-CONTROL.
      *PRINT-LINE, yalnizca SORT ... USING icinde kapali olarak
      *acildigindan (PBHWORK2'nin DATE-REC duzeni) STATUS alani
      *tutmaz; SORT'un basarisi SORT-RETURN ile kontrol edilir.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
      *SORT-WORK, PRTLINE'i bolum/soyad/ad sirasina sokan SORT
      *calismasinin gecici calisma dosyasidir; SORT-OUT sonucu tasir
      *ve bolum ara toplamlari bu sirali akis uzerinden kirilir.
           SELECT SORT-WORK  ASSIGN TO SORTWK.
           SELECT SORT-OUT   ASSIGN TO KIDSRT
                             STATUS ST-SORT-OUT.
      *PAY-MAST, PBHPAYMT'in bakimini yaptigi ucret ana dosyasidir;
      *her aktif donem icin anahtarla tek kayit okunur.
           SELECT PAY-MAST   ASSIGN TO PAYMAST
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY PAY-KEY
                             STATUS ST-PAY-MAST.
      *KID-PARM, tek kayitlik donem/tavan kartidir. Yasal tavan her
      *alti ayda bir degistiginden kod degil VERIDIR; kart yoksa ya
      *da bozuksa yanlis karsilik ayrilmasin diye calisma durdurulur.
           SELECT KID-PARM   ASSIGN TO KIDPARM
                             STATUS ST-KID-PARM.
      *RUN-CTL yalnizca okunur: PRTLINE'in hangi cevrim icin uretildigi
      *buradan alinir ve donem kartiyla karsilastirilir ki eski bir
      *PRTLINE yanlis donem etiketiyle karsilik ve GL kaydi uretmesin.
           SELECT RUN-CTL    ASSIGN TO RUNCTL
                             STATUS ST-RUN-CTL.
      *ASOF-PARM, PBHWORK2'nin ayni adli istege bagli kartidir;
      *verilmisse PRTLINE'daki sureler o tarihe gore hesaplanmistir.
           SELECT OPTIONAL ASOF-PARM ASSIGN TO ASOFDATE
                             STATUS ST-ASOF-PARM.
      *DEPT-MAST, bolum ara toplam satirina bolum adini basmak icin
      *calismanin basinda ad tablosuna alinir (PBHREPT2 ile ayni
      *duzen); dosya yoksa rapor adsiz devam eder.
           SELECT DEPT-MAST  ASSIGN TO DEPTMAST
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY DPT-CODE
                             STATUS ST-DEPT-MAST.
           SELECT KID-RPT    ASSIGN TO KIDRPT
                             STATUS ST-KID-RPT.
      *GL-EXTRACT, genel muhasebeye verilecek bolum basina borc/
      *alacak kayitlaridir.
           SELECT GL-EXTRACT ASSIGN TO KIDGL
                             STATUS ST-GL-EXTRACT.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
      *PBHWORK2'nin yazdigi kayit duzeniyle ayni olmasi icin PRTREC
      *ortak kopya kitabi kullanilir; alan adlari PLN- ile degistirilir
      *ki asil isleme alanlari SORT-OUT'un kaydinda tekil kalsin.
           COPY PRTREC REPLACING ==RECORD-NAME-TAG== BY ==PRINT-REC==
                                 ==REC-ID-O==        BY ==PLN-ID-O==
                                 ==REC-SPELL-O==     BY ==PLN-SPELL-O==
                                 ==REC-NAME-O==      BY ==PLN-NAME-O==
                                 ==REC-SRNAME-O==    BY ==PLN-SRNAME-O==
                                 ==REC-DATE-O==      BY ==PLN-DATE-O==
                                 ==REC-NDATE-O==     BY ==PLN-NDATE-O==
                                 ==REC-LDAY-O==      BY ==PLN-LDAY-O==
                                 ==REC-TOTDAYS-O==
                                 BY ==PLN-TOTDAYS-O==
                                 ==REC-LYEARS-O==    BY ==PLN-LYEARS-O==
                                 ==REC-LMONTHS-O==
                                 BY ==PLN-LMONTHS-O==
                                 ==REC-STAT-O==      BY ==PLN-STAT-O==
                                 ==REC-STAT-ACTIVE-O==
                                 BY ==PLN-STAT-ACTIVE-O==
                                 ==REC-STAT-TERM-O==
                                 BY ==PLN-STAT-TERM-O==
                                 ==REC-DEPT-O==      BY ==PLN-DEPT-O==
                                 ==REC-WDAYS-O==     BY ==PLN-WDAYS-O==.
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
       FD  SORT-OUT RECORDING MODE F.
      *Bolum sirasina dizilmis PRINT-LINE kayitlari; asil okuma
      *dongusu bu dosyayi kullanir, alan adlari degismez.
           COPY PRTREC REPLACING ==RECORD-NAME-TAG== BY ==SORTED-REC==.
       FD  PAY-MAST RECORDING MODE F.
      *Ucret kaydinin duzeni PBHPAYMT ile ortak oldugundan PAYREC
      *kopya kitabindan alinir.
           COPY PAYREC REPLACING ==RECORD-NAME-TAG== BY ==PAY-REC==.
       FD  KID-PARM RECORDING MODE F.
      *Tek kayitlik donem/tavan karti: donem sonu tarihi, kidem
      *tazminati yillik tavani (iki ondalik, noktasiz), hak kazanma
      *icin asgari hizmet gunu ve GL gider/karsilik hesap kodlari.
         01  KID-PARM-REC.
           03 KP-PERIOD-DATE    PIC X(08).
           03 KP-CEILING        PIC X(09).
           03 KP-CEILING-N REDEFINES KP-CEILING
                                PIC 9(07)V9(02).
           03 KP-MIN-DAYS       PIC X(04).
           03 KP-GL-EXP-ACCT    PIC X(10).
           03 KP-GL-LIAB-ACCT   PIC X(10).
       FD  RUN-CTL RECORDING MODE F.
      *Cevrim kontrol kaydi ham olarak okunur; alan duzeni
      *WORKING-STORAGE'taki RUNCTL kopyasindadir.
         01  RUN-CTL-REC          PIC X(15).
       FD  ASOF-PARM RECORDING MODE F.
      *Tek kayitlik as-of tarihi karti (PBHWORK2 ile ayni duzen).
         01  ASOF-PARM-REC.
           03 AP-ASOF-DATE      PIC 9(08).
       FD  DEPT-MAST RECORDING MODE F.
      *Bolum kaydinin duzeni PBHDEPT/PBHMAINT ile ortak oldugundan
      *DEPTREC kopya kitabindan alinir.
           COPY DEPTREC REPLACING ==RECORD-NAME-TAG== BY ==DEPT-REC==.
       FD  KID-RPT RECORDING MODE F.
      *"KID-RPT", calisan basina karsilik detayi, bolum ara toplami
      *ve genel toplami tasiyan basim satiridir.
         01  KID-RPT-LINE         PIC X(132).
       FD  GL-EXTRACT RECORDING MODE F.
      *Bolum basina iki kayit: gider hesabina borc (B), karsilik
      *hesabina alacak (A); tutar donem sonu karsilik bakiyesidir.
      *GL tarafi onceki ayin kaydini ters kayitla kapatir, boylece
      *yalnizca aylik fark gidere yansir.
         01  GL-EXTRACT-REC.
           03 GL-PERIOD-DATE    PIC 9(08).
           03 GL-ACCOUNT        PIC X(10).
           03 GL-COST-CENTER    PIC X(04).
           03 GL-DC-IND         PIC X(01).
           03 GL-AMOUNT         PIC 9(11)V9(02).
           03 GL-DESC           PIC X(20).

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 ST-SORT-OUT        PIC 9(2).
           88 SORT-OUT-EOF                   VALUE 10.
           03 ST-PAY-MAST        PIC 9(2).
           03 ST-KID-PARM        PIC 9(2).
           03 ST-RUN-CTL         PIC 9(2).
           03 ST-ASOF-PARM       PIC 9(2).
           03 ST-DEPT-MAST       PIC 9(2).
           88 DEPT-MAST-EOF                  VALUE 10.
           03 ST-KID-RPT         PIC 9(2).
           03 ST-GL-EXTRACT      PIC 9(2).
           03 WS-OPEN-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-FILES-OPENED               VALUE 'Y'.
      *Donem karti degerleri.
           03 WS-PERIOD-DATE     PIC 9(08).
           03 WS-CEILING         PIC 9(07)V9(02).
           03 WS-MIN-DAYS        PIC 9(04).
      *PRTLINE'daki surelerin hesaplandigi tarih: ASOFDATE karti
      *verilmisse o, verilmemisse cevrim tarihi (CYC-DATE).
           03 WS-PRTLINE-DATE    PIC 9(08).
      *Bolum kirilimi: bir onceki aktif kaydin bolumu ve ilk aktif
      *kaydin henuz gelip gelmedigi.
           03 WS-PREV-DEPT       PIC X(04).
           03 WS-FIRST-SW        PIC X(01) VALUE 'Y'.
             88 WS-FIRST-DEPT           VALUE 'Y'.
             88 WS-NOT-FIRST-DEPT       VALUE 'N'.
      *Calisan basina hesap alanlari: tavanla sinirlanmis esas ucret
      *ve ayrilan karsilik tutari.
           03 WS-BASE-PAY        PIC 9(07)V9(02).
           03 WS-ACCRUED         PIC 9(09)V9(02).
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
      *Bolum adlari; DEPTMAST'tan yuklenir (PBHREPT2 ile ayni
      *duzen), dosya yoksa rapor adsiz devam eder.
         01  WS-DEPT-NAMES.
           03 WS-DNAM-CNT        PIC 9(02)  COMP VALUE 0.
           03 WS-DNAM-IX         PIC 9(02)  COMP.
           03 WS-DNAM-HIT-IX     PIC 9(02)  COMP.
           03 WS-DNAM-FOUND-SW   PIC X(01).
             88 WS-DNAM-FOUND           VALUE 'Y'.
             88 WS-DNAM-NOT-FOUND       VALUE 'N'.
           03 WS-DNAM-ENTRY OCCURS 50 TIMES.
             05 WS-DNAM-CODE     PIC X(04).
             05 WS-DNAM-DESC     PIC X(20).
         01  WS-COUNTERS.
           03 WS-READ-CNT        PIC 9(08) COMP VALUE 0.
           03 WS-ACTIVE-CNT      PIC 9(08) COMP VALUE 0.
           03 WS-ACCRUED-CNT     PIC 9(08) COMP VALUE 0.
           03 WS-NOTVESTED-CNT   PIC 9(06) COMP VALUE 0.
           03 WS-NOPAY-CNT       PIC 9(06) COMP VALUE 0.
           03 WS-FUTPAY-CNT      PIC 9(06) COMP VALUE 0.
           03 WS-CAPPED-CNT      PIC 9(06) COMP VALUE 0.
           03 WS-GL-CNT          PIC 9(06) COMP VALUE 0.
      *Bolum ve genel karsilik toplamlari.
         01  WS-TOTALS.
           03 WS-DEPT-EMP-CNT    PIC 9(06) COMP VALUE 0.
           03 WS-DEPT-AMOUNT     PIC 9(11)V9(02) VALUE 0.
           03 WS-GRAND-AMOUNT    PIC 9(11)V9(02) VALUE 0.
      *Cevrim kontrol kaydi; PBHDELTA ile ayni sekilde yalnizca okunur.
           COPY RUNCTL REPLACING ==RECORD-NAME-TAG==
                                  BY ==WS-CYCLE-REC==.
      *Rapor basligi satirlari.
         01  HDR-LINE-1.
           03 FILLER             PIC X(10) VALUE 'PBHKIDEM'.
           03 FILLER             PIC X(34) VALUE
                                  'KIDEM TAZMINATI KARSILIK RAPORU'.
           03 FILLER             PIC X(07) VALUE 'DONEM: '.
           03 HDR-PERIOD-DATE    PIC 9(08).
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE 'TAVAN: '.
           03 HDR-CEILING        PIC Z,ZZZ,ZZ9.99.
           03 FILLER             PIC X(50) VALUE SPACES.
         01  HDR-LINE-2.
           03 FILLER             PIC X(06) VALUE 'BOLUM'.
           03 FILLER             PIC X(05) VALUE 'ID'.
           03 FILLER             PIC X(04) VALUE 'DNM'.
           03 FILLER             PIC X(16) VALUE 'AD'.
           03 FILLER             PIC X(16) VALUE 'SOYAD'.
           03 FILLER             PIC X(09) VALUE 'TOP.GUN'.
           03 FILLER             PIC X(06) VALUE 'YIL'.
           03 FILLER             PIC X(14) VALUE 'BRUT UCRET'.
           03 FILLER             PIC X(14) VALUE 'ESAS UCRET'.
           03 FILLER             PIC X(15) VALUE 'KARSILIK'.
           03 FILLER             PIC X(27) VALUE 'NOT'.
      *Aktif calisan basina bir detay satiri.
         01  DET-LINE.
           03 DET-DEPT           PIC X(04).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-ID             PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-SPELL          PIC 9(02).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-NAME           PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-SRNAME         PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-TOTDAYS        PIC ZZZ,ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-LYEARS         PIC ZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-GROSS          PIC Z,ZZZ,ZZ9.99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-BASE           PIC Z,ZZZ,ZZ9.99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-ACCRUED        PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-NOTE           PIC X(20).
           03 FILLER             PIC X(07) VALUE SPACES.
      *Bolum ara toplam satiri.
         01  DEPT-TOTAL-LINE.
           03 FILLER             PIC X(14) VALUE 'BOLUM TOPLAMI '.
           03 DPT-DEPT           PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DPT-NAME           PIC X(20).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'CALISAN: '.
           03 DPT-EMP-CNT        PIC ZZZ,ZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE 'KARSILIK: '.
           03 DPT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER             PIC X(45) VALUE SPACES.
      *Rapor sonu genel toplam satiri.
         01  GRAND-TOTAL-LINE.
           03 FILLER             PIC X(40) VALUE
                                  'GENEL TOPLAM'.
           03 FILLER             PIC X(09) VALUE 'CALISAN: '.
           03 GDT-EMP-CNT        PIC ZZZ,ZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE 'KARSILIK: '.
           03 GDT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER             PIC X(45) VALUE SPACES.
      *Rapor sonu ozet satiri.
         01  SUM-LINE.
           03 FILLER             PIC X(09) VALUE 'AKTIF...:'.
           03 SUM-ACTIVE         PIC ZZZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'HAK YOK.:'.
           03 SUM-NOTVESTED      PIC ZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'TAVANLI.:'.
           03 SUM-CAPPED         PIC ZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'UCRETSIZ:'.
           03 SUM-NOPAY          PIC ZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'ILERI TR:'.
           03 SUM-FUTPAY         PIC ZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'GL KAYIT:'.
           03 SUM-GL             PIC ZZZZZ9.
           03 FILLER             PIC X(14) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-READ-NEXT-RECORD UNTIL SORT-OUT-EOF
           PERFORM 3000-DEPT-BREAK
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Donem kartini okuyup edit eder, PRTLINE'i bolum sirasina
      *dizer, dosyalari acar, bolum adlarini yukler, basliklari basar
      *ve ilk sirali kaydi okur.
       H100-OPEN-FILES.
           OPEN INPUT  KID-PARM.
           IF (ST-KID-PARM NOT = 0) AND (ST-KID-PARM NOT = 97)
           DISPLAY 'UNABLE TO OPEN KIDPARM: ' ST-KID-PARM
           MOVE ST-KID-PARM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM 1000-READ-PARM-CARD.
           PERFORM H170-CHECK-PRTLINE-DATE.
           PERFORM H120-SORT-PRINT-LINE.
           OPEN INPUT  SORT-OUT.
           OPEN INPUT  PAY-MAST.
           OPEN OUTPUT KID-RPT.
           OPEN OUTPUT GL-EXTRACT.
           IF (ST-SORT-OUT NOT = 0) AND (ST-SORT-OUT NOT = 97)
           DISPLAY 'UNABLE TO OPEN KIDSRT: ' ST-SORT-OUT
           MOVE ST-SORT-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-PAY-MAST NOT = 0) AND (ST-PAY-MAST NOT = 97)
           DISPLAY 'UNABLE TO OPEN PAYMAST: ' ST-PAY-MAST
           MOVE ST-PAY-MAST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-KID-RPT NOT = 0) AND (ST-KID-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN KIDRPT: ' ST-KID-RPT
           MOVE ST-KID-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-GL-EXTRACT NOT = 0) AND (ST-GL-EXTRACT NOT = 97)
           DISPLAY 'UNABLE TO OPEN KIDGL: ' ST-GL-EXTRACT
           MOVE ST-GL-EXTRACT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-LOAD-DEPT-NAMES.
           MOVE WS-PERIOD-DATE TO HDR-PERIOD-DATE.
           MOVE WS-CEILING     TO HDR-CEILING.
           MOVE HDR-LINE-1 TO KID-RPT-LINE.
           WRITE KID-RPT-LINE.
           MOVE HDR-LINE-2 TO KID-RPT-LINE.
           WRITE KID-RPT-LINE.
           MOVE SPACES TO KID-RPT-LINE.
           WRITE KID-RPT-LINE.
           SET WS-FILES-OPENED TO TRUE.
           READ SORT-OUT.
           IF (ST-SORT-OUT NOT = 0) AND (ST-SORT-OUT NOT = 97)
              IF ST-SORT-OUT NOT = 10
                 DISPLAY 'UNABLE TO READ KIDSRT: ' ST-SORT-OUT
                 MOVE ST-SORT-OUT TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H100-END. EXIT.
      *Donem kartini okur ve edit eder: donem sonu gercek bir takvim
      *tarihi, tavan sayisal ve sifirdan buyuk, asgari gun sayisal
      *olmali, iki GL hesabi da dolu olmalidir. Kart yoksa ya da
      *bozuksa calisma hata ile durdurulur.
       1000-READ-PARM-CARD.
           READ KID-PARM
              AT END
                 DISPLAY 'PBHKIDEM - KIDPARM CARD MISSING'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ
           IF KP-PERIOD-DATE NOT NUMERIC OR
              KP-CEILING NOT NUMERIC OR
              KP-MIN-DAYS NOT NUMERIC
              DISPLAY 'PBHKIDEM - INVALID KIDPARM: ' KID-PARM-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE KP-PERIOD-DATE TO WS-PERIOD-DATE
           MOVE KP-CEILING-N   TO WS-CEILING
           MOVE KP-MIN-DAYS    TO WS-MIN-DAYS
           MOVE WS-PERIOD-DATE TO WS-CHK-DATE
           PERFORM 1100-VALIDATE-DATE-FIELD
           IF WS-CHK-INVALID
              DISPLAY 'PBHKIDEM - PERIOD NOT A VALID DATE: '
                      KID-PARM-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF WS-CEILING = ZERO
              DISPLAY 'PBHKIDEM - CEILING ZERO: ' KID-PARM-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF KP-GL-EXP-ACCT = SPACES OR KP-GL-LIAB-ACCT = SPACES
              DISPLAY 'PBHKIDEM - GL ACCOUNT BLANK: ' KID-PARM-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           CLOSE KID-PARM.
       1000-END. EXIT.
      *PRTLINE'in donem kartindaki donem sonu icin uretildigini
      *dogrular: cevrim kaydinda PBHWORK2 bu cevrim icin temiz
      *bitmis olmali ve PRTLINE'in hesap tarihi (ASOFDATE karti ya
      *da CYC-DATE) KP-PERIOD-DATE'e esit olmalidir. Tutmazsa
      *karsilik yanlis donem etiketiyle uretilecegi icin calisma
      *durdurulur.
       H170-CHECK-PRTLINE-DATE.
           OPEN INPUT RUN-CTL
           IF ST-RUN-CTL = 35
              DISPLAY 'PBHKIDEM - NO RUN CONTROL, RUN PBHMAINT FIRST'
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
                 DISPLAY 'PBHKIDEM - NO RUN CONTROL, RUN PBHMAINT '
                         'FIRST'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ
           CLOSE RUN-CTL
           IF CYC-WORK2-FLAG NOT = 'Y'
              DISPLAY 'PBHKIDEM - PBHWORK2 NOT COMPLETE FOR CYCLE '
                      CYC-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE CYC-DATE TO WS-PRTLINE-DATE
           OPEN INPUT ASOF-PARM
           IF (ST-ASOF-PARM = 05) OR (ST-ASOF-PARM = 35)
              IF ST-ASOF-PARM = 05
                 CLOSE ASOF-PARM
              END-IF
           ELSE
              IF (ST-ASOF-PARM NOT = 0) AND
                 (ST-ASOF-PARM NOT = 97)
                 DISPLAY 'UNABLE TO OPEN ASOFDATE: ' ST-ASOF-PARM
                 MOVE ST-ASOF-PARM TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ ASOF-PARM
                 NOT AT END
                    MOVE AP-ASOF-DATE TO WS-PRTLINE-DATE
              END-READ
              CLOSE ASOF-PARM
           END-IF
           IF WS-PRTLINE-DATE NOT = WS-PERIOD-DATE
              DISPLAY 'PBHKIDEM - PRTLINE DATE ' WS-PRTLINE-DATE
                      ' NOT KIDPARM PERIOD ' WS-PERIOD-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H170-END. EXIT.
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
      *PRINT-LINE'i bolum, soyad, ad sirasina gore SORT-OUT'a
      *dizer; SORT deyimi USING/GIVING dosyalarini kendi acip
      *kapatir (PBHWORK2 H120-SORT-DATE-REC ile ayni duzen).
       H120-SORT-PRINT-LINE.
           SORT SORT-WORK
              ON ASCENDING KEY SRT-DEPT-O
              ON ASCENDING KEY SRT-SRNAME-O
              ON ASCENDING KEY SRT-NAME-O
              ON ASCENDING KEY SRT-ID-O
              ON ASCENDING KEY SRT-SPELL-O
              USING PRINT-LINE
              GIVING SORT-OUT.
           IF SORT-RETURN NOT = 0
              DISPLAY 'SORT OF PRTLINE FAILED: ' SORT-RETURN
              MOVE SORT-RETURN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *Bolum ana dosyasini bastan sona okuyup kod ve adlari tabloya
      *alir. ST-DEPT-MAST = 35 dosyanin hic olusturulmadigi anlamina
      *gelir; rapor bolum adsiz devam eder, yalnizca uyari yazilir.
       H110-LOAD-DEPT-NAMES.
           OPEN INPUT DEPT-MAST.
           IF ST-DEPT-MAST = 35
              DISPLAY 'PBHKIDEM - DEPTMAST MISSING, NAMES OMITTED'
           ELSE
              IF (ST-DEPT-MAST NOT = 0) AND (ST-DEPT-MAST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN DEPTMAST: ' ST-DEPT-MAST
                 MOVE ST-DEPT-MAST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ DEPT-MAST
                 AT END
                    SET DEPT-MAST-EOF TO TRUE
              END-READ
              PERFORM H115-LOAD-DEPT-NAME UNTIL DEPT-MAST-EOF
              CLOSE DEPT-MAST
           END-IF.
       H110-END. EXIT.
      *Eldeki bolum kaydini tabloya alir ve bir sonrakini okur.
       H115-LOAD-DEPT-NAME.
           IF WS-DNAM-CNT < 50
              ADD 1 TO WS-DNAM-CNT
              MOVE DPT-CODE TO WS-DNAM-CODE (WS-DNAM-CNT)
              MOVE DPT-DESC TO WS-DNAM-DESC (WS-DNAM-CNT)
           ELSE
              DISPLAY 'PBHKIDEM - DEPT NAME TABLE FULL: ' DPT-CODE
           END-IF
           READ DEPT-MAST
              AT END
                 SET DEPT-MAST-EOF TO TRUE
           END-READ.
       H115-END. EXIT.
      *Her sirali kaydi isleyip bir sonrakini okuyoruz.
       H200-READ-NEXT-RECORD.
               ADD 1 TO WS-READ-CNT
               PERFORM 2000-PROCESS-EMPLOYEE
               READ SORT-OUT.
       H200-END. EXIT.
      *Yalnizca AKTIF donem satiri isleme girer; sonlanmis donemin
      *hizmeti zaten bir sonraki donemin REC-TOTDAYS-O'suna
      *birikmistir. Bolum degisince onceki bolumun ara toplami ve
      *GL kayitlari yazilir, sonra calisanin karsiligi hesaplanir.
       2000-PROCESS-EMPLOYEE.
           IF REC-STAT-ACTIVE-O
              ADD 1 TO WS-ACTIVE-CNT
              IF WS-NOT-FIRST-DEPT AND REC-DEPT-O NOT = WS-PREV-DEPT
                 PERFORM 3000-DEPT-BREAK
              END-IF
              SET WS-NOT-FIRST-DEPT TO TRUE
              MOVE REC-DEPT-O TO WS-PREV-DEPT
              PERFORM 2100-CALC-ACCRUAL
           END-IF.
       2000-END. EXIT.
      *Calisanin ucretini PAYMAST'tan okur ve karsiligi hesaplar:
      *esas ucret = brut ucret, yasal tavani asiyorsa tavan; karsilik
      *= esas ucret * birikimli hizmet gunu / 365 (her tam hizmet
      *yili icin otuz gunluk ucret, kusurat gun orantili). Asgari
      *hizmet gununu doldurmamis calisan henuz hak kazanmamistir,
      *satiri sifir tutarla basilir ve toplamlara girmez. Ucret
      *kaydi olmayan calisan da sifirla basilir ve sayilir; rapor
      *sonunda RC=4 verilir ki PBHPAYMT ile tamamlansin. Yururluk
      *tarihi donem sonundan sonra olan (ileri tarihli girilmis)
      *ucret bu donemde gecerli olmadigindan karsiliga esas
      *alinmaz; satir sifirla basilir, ayrica sayilir ve RC=4 verir.
       2100-CALC-ACCRUAL.
           MOVE REC-ID-O    TO PAY-ID
           MOVE REC-SPELL-O TO PAY-SPELL
           MOVE 0      TO WS-ACCRUED
           MOVE SPACES TO DET-NOTE
           READ PAY-MAST
              INVALID KEY
                 ADD 1 TO WS-NOPAY-CNT
                 MOVE 0 TO DET-GROSS
                 MOVE 0 TO DET-BASE
                 MOVE 'UCRET KAYDI YOK' TO DET-NOTE
              NOT INVALID KEY
                 IF PAY-EFF-DATE > WS-PERIOD-DATE
                    ADD 1 TO WS-FUTPAY-CNT
                    MOVE PAY-GROSS TO DET-GROSS
                    MOVE 0 TO DET-BASE
                    MOVE 'UCRET ILERI TARIHLI' TO DET-NOTE
                 ELSE
                    PERFORM 2200-APPLY-CEILING
                 END-IF
           END-READ
           MOVE WS-ACCRUED TO DET-ACCRUED
           PERFORM 2300-WRITE-DETAIL-LINE.
       2100-END. EXIT.
      *Esas ucreti tavanla sinirlar ve hak kazanmis calisanin
      *karsiligini hesaplayip bolum toplamina ekler.
       2200-APPLY-CEILING.
           IF PAY-GROSS > WS-CEILING
              MOVE WS-CEILING TO WS-BASE-PAY
              ADD 1 TO WS-CAPPED-CNT
              MOVE 'TAVAN UYGULANDI' TO DET-NOTE
           ELSE
              MOVE PAY-GROSS TO WS-BASE-PAY
           END-IF
           MOVE PAY-GROSS   TO DET-GROSS
           MOVE WS-BASE-PAY TO DET-BASE
           IF REC-TOTDAYS-O < WS-MIN-DAYS
              ADD 1 TO WS-NOTVESTED-CNT
              MOVE 'HAK KAZANILMADI' TO DET-NOTE
           ELSE
              COMPUTE WS-ACCRUED ROUNDED =
                      WS-BASE-PAY * REC-TOTDAYS-O / 365
              ADD 1 TO WS-ACCRUED-CNT
              ADD 1 TO WS-DEPT-EMP-CNT
              ADD WS-ACCRUED TO WS-DEPT-AMOUNT
              ADD WS-ACCRUED TO WS-GRAND-AMOUNT
           END-IF.
       2200-END. EXIT.
      *Calisanin detay satirini basar.
       2300-WRITE-DETAIL-LINE.
           MOVE REC-DEPT-O    TO DET-DEPT
           MOVE REC-ID-O      TO DET-ID
           MOVE REC-SPELL-O   TO DET-SPELL
           MOVE REC-NAME-O    TO DET-NAME
           MOVE REC-SRNAME-O  TO DET-SRNAME
           MOVE REC-TOTDAYS-O TO DET-TOTDAYS
           MOVE REC-LYEARS-O  TO DET-LYEARS
           MOVE DET-LINE TO KID-RPT-LINE
           WRITE KID-RPT-LINE.
       2300-END. EXIT.
      *Bolum kirilimi: biten bolumun ara toplam satirini basar, GL
      *kayitlarini yazar ve bolum toplamlarini sifirlar. Hic aktif
      *kayit gelmemisse (bos PRTLINE) yapacak bir sey yoktur.
       3000-DEPT-BREAK.
           IF WS-NOT-FIRST-DEPT
              PERFORM 3100-WRITE-DEPT-TOTAL
              IF WS-DEPT-AMOUNT > 0
                 PERFORM 3200-WRITE-GL-RECORDS
              END-IF
              MOVE 0 TO WS-DEPT-EMP-CNT
              MOVE 0 TO WS-DEPT-AMOUNT
           END-IF.
       3000-END. EXIT.
      *Bolum ara toplam satirini, adi ad tablosundan bularak basar.
       3100-WRITE-DEPT-TOTAL.
           SET WS-DNAM-NOT-FOUND TO TRUE
           PERFORM 3110-SCAN-DEPT-NAME
              VARYING WS-DNAM-IX FROM 1 BY 1
              UNTIL WS-DNAM-IX > WS-DNAM-CNT OR WS-DNAM-FOUND
           IF WS-DNAM-FOUND
              MOVE WS-DNAM-DESC (WS-DNAM-HIT-IX) TO DPT-NAME
           ELSE
              MOVE SPACES TO DPT-NAME
           END-IF
           MOVE WS-PREV-DEPT    TO DPT-DEPT
           MOVE WS-DEPT-EMP-CNT TO DPT-EMP-CNT
           MOVE WS-DEPT-AMOUNT  TO DPT-AMOUNT
           MOVE DEPT-TOTAL-LINE TO KID-RPT-LINE
           WRITE KID-RPT-LINE
           MOVE SPACES TO KID-RPT-LINE
           WRITE KID-RPT-LINE.
       3100-END. EXIT.
      *Bolum ad tablosu arama dongusunun tek adimi.
       3110-SCAN-DEPT-NAME.
           IF WS-DNAM-CODE (WS-DNAM-IX) = WS-PREV-DEPT
              SET WS-DNAM-FOUND TO TRUE
              MOVE WS-DNAM-IX TO WS-DNAM-HIT-IX
           END-IF.
       3110-END. EXIT.
      *Bolumun karsilik tutarini gider hesabina borc, karsilik
      *hesabina alacak olarak iki GL kaydiyla yazar; bolum kodu
      *masraf yeri olarak tasinir.
       3200-WRITE-GL-RECORDS.
           MOVE WS-PERIOD-DATE          TO GL-PERIOD-DATE
           MOVE WS-PREV-DEPT            TO GL-COST-CENTER
           MOVE WS-DEPT-AMOUNT          TO GL-AMOUNT
           MOVE 'KIDEM TAZM. KARSILIK'  TO GL-DESC
           MOVE KP-GL-EXP-ACCT          TO GL-ACCOUNT
           MOVE 'B'                     TO GL-DC-IND
           WRITE GL-EXTRACT-REC
           MOVE KP-GL-LIAB-ACCT         TO GL-ACCOUNT
           MOVE 'A'                     TO GL-DC-IND
           WRITE GL-EXTRACT-REC
           ADD 2 TO WS-GL-CNT.
       3200-END. EXIT.
      *Genel toplam ve ozet satirlarini basar, sayaclari gosterir ve
      *dosyalari kapatir; ucret kaydi bulunamayan ya da ucreti ileri
      *tarihli aktif calisan varsa RETURN-CODE 4 ile biter ki eksik
      *karsilik gozden kacmasin.
       H999-PROGRAM-EXIT.
           IF WS-FILES-OPENED
              MOVE WS-ACCRUED-CNT   TO GDT-EMP-CNT
              MOVE WS-GRAND-AMOUNT  TO GDT-AMOUNT
              MOVE GRAND-TOTAL-LINE TO KID-RPT-LINE
              WRITE KID-RPT-LINE
              MOVE WS-ACTIVE-CNT    TO SUM-ACTIVE
              MOVE WS-NOTVESTED-CNT TO SUM-NOTVESTED
              MOVE WS-CAPPED-CNT    TO SUM-CAPPED
              MOVE WS-NOPAY-CNT     TO SUM-NOPAY
              MOVE WS-FUTPAY-CNT    TO SUM-FUTPAY
              MOVE WS-GL-CNT        TO SUM-GL
              MOVE SPACES TO KID-RPT-LINE
              WRITE KID-RPT-LINE
              MOVE SUM-LINE TO KID-RPT-LINE
              WRITE KID-RPT-LINE
           END-IF
           DISPLAY 'PBHKIDEM - RECORDS READ : ' WS-READ-CNT
           DISPLAY 'PBHKIDEM - ACTIVE       : ' WS-ACTIVE-CNT
           DISPLAY 'PBHKIDEM - ACCRUED      : ' WS-ACCRUED-CNT
           DISPLAY 'PBHKIDEM - NOT VESTED   : ' WS-NOTVESTED-CNT
           DISPLAY 'PBHKIDEM - NO PAY RECORD: ' WS-NOPAY-CNT
           DISPLAY 'PBHKIDEM - FUTURE PAY   : ' WS-FUTPAY-CNT
           DISPLAY 'PBHKIDEM - GL RECORDS   : ' WS-GL-CNT
           IF (WS-NOPAY-CNT > 0 OR WS-FUTPAY-CNT > 0) AND
              RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE SORT-OUT.
           CLOSE PAY-MAST.
           CLOSE KID-RPT.
           CLOSE GL-EXTRACT.
           GOBACK.

      *
