      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHASWAS.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, DATEREC ana dosyasinin gecmis bir tarihteki
      *("as-was") halini yeniden kuran programin dosya baglantilarini
      *tanimlar: guncel ana dosyadan baslanir, istek kartindaki kesim
      *tarihinden SONRA yazilmis her AUDITJRN kaydi (PBHBKOUT'un ters
      *kayitlari dahil) en yeniden eskiye dogru once-goruntusune
      *dondurulur; kesimden sonra PBHPURGE ile arsive tasinmis (ve
      *jurnale hic dusmemis) kayitlar ARCHIVE'dan geri konur. Sonuc
      *REC-ID/REC-SPELL sirasinda duz sirali bir ana dosya kopyasidir;
      *istenirse kesim tarihi as-of tarihi alinarak PRINT-LINE
      *duzeninde sure hesabi da uretilir. Denetci/IK "30 Haziran'da
      *ana dosya ne diyordu" sorusu yedek donmeden cevaplanir.
       FILE-CONTROL.
      *DATE-REC bastan sona bir kez sirayla okunur; alan adlari DR-
      *ile degistirilir ki REC- adlari yeniden kurulan kopyada kalsin.
           SELECT DATE-REC   ASSIGN TO DATEREC
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY DR-KEY
                             STATUS ST-DATE-REC.
      *AUDIT-JRN yalnizca okunur; kesim tarihinden sonraki girisler
      *yazildiklari (eskiden yeniye) sirayla tabloya alinir.
           SELECT AUDIT-JRN  ASSIGN TO AUDITJRN
                             STATUS ST-AUDIT-JRN.
      *ARCH-FILE, PBHPURGE'un birikimli arsividir; purge jurnale
      *yazilmadigindan kesimden sonra purge edilen kayitlar ancak
      *buradan geri konabilir. Dosya yoksa (35) hic purge
      *yapilmamis sayilir.
           SELECT ARCH-FILE  ASSIGN TO ARCHIVE
                             STATUS ST-ARCH-FILE.
      *ASW-REQ, tek kayitlik istek kartidir: kesim tarihi ve
      *PRINT-LINE duzeninde hesap istenip istenmedigi.
           SELECT ASW-REQ    ASSIGN TO ASWREQ
                             STATUS ST-ASW-REQ.
      *ASW-WORK, yeniden kurulan kayitlarin anahtar sirasina
      *sokulmadan once yazildigi gecici dosyadir; ana dosyada bugun
      *olmayan kayitlar sona eklendiginden SORT ile siralanir.
           SELECT ASW-WORK   ASSIGN TO ASWWORK
                             STATUS ST-ASW-WORK.
           SELECT SORT-WORK  ASSIGN TO SORTWK.
      *ASW-MAST, REC-ID/REC-SPELL sirasindaki yeniden kurulmus ana
      *dosya kopyasidir (DATEREC duzeni, 57 byte).
           SELECT ASW-MAST   ASSIGN TO ASWMAST
                             STATUS ST-ASW-MAST.
      *ASW-PRT, istenirse kesim tarihine gore hesaplanan PRINT-LINE
      *duzenindeki cikti; istenmezse hic acilmaz.
           SELECT ASW-PRT    ASSIGN TO ASWPRT
                             STATUS ST-ASW-PRT.
           SELECT ASW-RPT    ASSIGN TO ASWRPT
                             STATUS ST-ASW-RPT.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-REC RECORDING MODE F.
      *"DATE-REC" adlı dosyayı tanımlar ve F (fixed) modda çalıştırır.
      *yani girilen veri boyutlarının tam boyut olduğunu belirtir.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==DATEIN==
                                  ==REC-KEY==         BY ==DR-KEY==
                                  ==REC-ID==          BY ==DR-ID==
                                  ==REC-SPELL==       BY ==DR-SPELL==
                                  ==REC-NAME==        BY ==DR-NAME==
                                  ==REC-SRNAME==      BY ==DR-SRNAME==
                                  ==REC-DATE==        BY ==DR-DATE==
                                  ==REC-NDATE==       BY ==DR-NDATE==
                                  ==REC-DEPT==        BY ==DR-DEPT==
                                  ==REC-STAT==        BY ==DR-STAT==.
       FD  AUDIT-JRN RECORDING MODE F.
      *Denetim jurnal kaydinin duzeni PBHMAINT/PBHBKOUT ile ortak
      *oldugundan AUDITREC kopya kitabindan alinir.
           COPY AUDITREC REPLACING ==RECORD-NAME-TAG== BY ==AUDIT-REC==.
       FD  ARCH-FILE RECORDING MODE F.
      *Arsiv kaydinin duzeni PBHPURGE ile ortak oldugundan ARCREC
      *kopya kitabindan alinir.
           COPY ARCREC REPLACING ==RECORD-NAME-TAG== BY ==ARCH-REC==.
       FD  ASW-REQ RECORDING MODE F.
      *Tek kayitlik istek karti: kesim tarihi zorunlu; hesap isareti
      *Y ise PRINT-LINE duzeninde cikti da uretilir.
         01  ASW-REQ-REC.
           03 ASR-CUTOFF-DATE   PIC X(08).
           03 ASR-CALC-SW       PIC X(01).
       FD  ASW-WORK RECORDING MODE F.
      *Siralanmamis yeniden kurulmus kayit (DATEREC goruntusu).
         01  ASW-WORK-REC         PIC X(57).
       SD  SORT-WORK.
      *SORT anahtarlari icin SRT- ile degistirilmis ayri alan adlari
      *kullanilir (PBHWORK2'nin SORT-REC duzeni).
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==SORT-REC==
                                  ==REC-KEY==         BY ==SRT-KEY==
                                  ==REC-ID==          BY ==SRT-ID==
                                  ==REC-SPELL==       BY ==SRT-SPELL==
                                  ==REC-NAME==        BY ==SRT-NAME==
                                  ==REC-SRNAME==      BY ==SRT-SRNAME==
                                  ==REC-DATE==        BY ==SRT-DATE==
                                  ==REC-NDATE==       BY ==SRT-NDATE==
                                  ==REC-DEPT==        BY ==SRT-DEPT==
                                  ==REC-STAT==        BY ==SRT-STAT==.
       FD  ASW-MAST RECORDING MODE F.
      *Yeniden kurulmus ana dosya kopyasi; hesap asamasi bu dosyayi
      *okur, alan adlari (REC-ID/REC-NAME/...) degismez.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==ASW-REC==.
       FD  ASW-PRT RECORDING MODE F.
      *PBHWORK2'nin PRINT-LINE duzeniyle ayni olmasi icin PRTREC
      *ortak kopya kitabi kullanilir.
           COPY PRTREC REPLACING ==RECORD-NAME-TAG== BY ==PRINT-REC==.
       FD  ASW-RPT RECORDING MODE F.
      *"ASW-RPT", jurnal bosluklarini ve dogrulama sonucunu tasiyan
      *kutuk satiridir.
         01  ASW-RPT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 ST-DATE-REC        PIC 9(2).
           88 DATE-REC-EOF                   VALUE 10.
           03 ST-AUDIT-JRN       PIC 9(2).
           88 AUDIT-JRN-EOF                  VALUE 10.
           03 ST-ARCH-FILE       PIC 9(2).
           88 ARCH-FILE-EOF                  VALUE 10.
           03 ST-ASW-REQ         PIC 9(2).
           03 ST-ASW-WORK        PIC 9(2).
           03 ST-ASW-MAST        PIC 9(2).
           88 ASW-MAST-EOF                   VALUE 10.
           03 ST-ASW-PRT         PIC 9(2).
           03 ST-ASW-RPT         PIC 9(2).
           03 WS-OPEN-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-FILES-OPENED               VALUE 'Y'.
           03 WS-RUN-DATE        PIC 9(08).
      *Istek kartindan alinan kesim tarihi; ayni zamanda PRINT-LINE
      *hesabinin as-of tarihidir.
           03 WS-CUTOFF-DATE     PIC 9(08).
           03 WS-CALC-SW         PIC X(01) VALUE 'N'.
             88 WS-CALC-REQUESTED       VALUE 'Y'.
      *Geri sarilan anahtar ve o anahtarin o anki goruntusu; bosluk
      *kaydin o noktada ana dosyada olmadigi anlamina gelir (jurnal
      *ekleme once-goruntusunu, silme sonra-goruntusunu bosluk
      *biraktigindan ayni kural jurnal goruntuleriyle de tutarlidir).
           03 WS-KEY-ID          PIC X(04).
           03 WS-KEY-SPELL       PIC 9(02).
           03 WS-STATE-IMAGE     PIC X(57).
      *Tablolarda geriye dogru arama isareti.
           03 WS-SCAN-SW         PIC X(01).
             88 WS-SCAN-DONE            VALUE 'Y'.
             88 WS-SCAN-NOT-DONE        VALUE 'N'.
      *Arsiv kaydinin DATEREC duzeninde kurulan goruntusu.
         01  WS-ARC-IMAGE.
           03 AI-ID              PIC X(04).
           03 AI-SPELL           PIC 9(02).
           03 AI-NAME            PIC X(15).
           03 AI-SRNAME          PIC X(15).
           03 AI-DATE            PIC 9(08).
           03 AI-NDATE           PIC 9(08).
           03 AI-DEPT            PIC X(04).
           03 AI-STAT            PIC X(01).
      *Kesim tarihinden sonraki jurnal girisleri, yazildiklari
      *(eskiden yeniye) sirayla; her anahtar icin SONDAN BASA geri
      *sarilir. Kullanilan giris isaretlenir ki ana dosyada bugun
      *olmayan anahtarlar sonradan ayrica toplanabilsin. Tablo
      *dolarsa yarim bir kopya yerine hata ile durulur.
         01  WS-JRN-TABLE.
           03 WS-JT-CNT          PIC 9(04) COMP VALUE 0.
           03 WS-JT-IX           PIC 9(04) COMP.
           03 WS-JT-SCAN-IX      PIC 9(04) COMP.
           03 WS-JT-ENTRY OCCURS 5000 TIMES.
             05 JT-RUN-DATE      PIC 9(08).
             05 JT-ACTION        PIC X(01).
             05 JT-ID            PIC X(04).
             05 JT-SPELL         PIC 9(02).
             05 JT-BEFORE        PIC X(57).
             05 JT-AFTER         PIC X(57).
             05 JT-USED-SW       PIC X(01).
      *Kesim tarihinden sonra purge edilmis arsiv kopyalari; jurnal
      *tablosuyla ayni kullanim isareti duzeni.
         01  WS-ARC-TABLE.
           03 WS-AT-CNT          PIC 9(04) COMP VALUE 0.
           03 WS-AT-IX           PIC 9(04) COMP.
           03 WS-AT-SCAN-IX      PIC 9(04) COMP.
           03 WS-AT-ENTRY OCCURS 1000 TIMES.
             05 AT-PURGE-DATE    PIC 9(08).
             05 AT-ID            PIC X(04).
             05 AT-SPELL         PIC 9(02).
             05 AT-IMAGE         PIC X(57).
             05 AT-USED-SW       PIC X(01).
         01  WS-COUNTERS.
           03 WS-MST-READ-CNT    PIC 9(08) COMP VALUE 0.
           03 WS-JRN-READ-CNT    PIC 9(08) COMP VALUE 0.
           03 WS-ROLLED-CNT      PIC 9(06) COMP VALUE 0.
           03 WS-UNPURGED-CNT    PIC 9(06) COMP VALUE 0.
           03 WS-RECON-CNT       PIC 9(08) COMP VALUE 0.
           03 WS-GAP-CNT         PIC 9(06) COMP VALUE 0.
           03 WS-PRT-CNT         PIC 9(08) COMP VALUE 0.
           03 WS-CALC-SKIP-CNT   PIC 9(06) COMP VALUE 0.
      *PBHWORK2 ile ayni birikimli hizmet toplayicisi; ASW-MAST
      *REC-ID/REC-SPELL sirasinda oldugundan ayni calisanin donemleri
      *ardisik gelir.
         01  WS-CUM-SERVICE.
           03 WS-PREV-EMP-ID    PIC X(04) VALUE SPACES.
           03 WS-CUM-LDAY-TOT   PIC 9(08) VALUE 0.
         01 DATECALC.
           05 REC-DATE-INT      PIC 9(08).
           05 REC-NDATE-INT     PIC 9(08).
           05 REC-LDAY          PIC 9(08).
           05 DC-LYEARS-WRK     PIC S9(04).
           05 DC-LMONTHS-WRK    PIC S9(03).
           05 DC-DATE-YYYYMMDD  PIC 9(08).
           05 DC-DATE-R REDEFINES DC-DATE-YYYYMMDD.
             10 DC-DATE-YYYY    PIC 9(04).
             10 DC-DATE-MM      PIC 9(02).
             10 DC-DATE-DD      PIC 9(02).
           05 DC-NDATE-YYYYMMDD PIC 9(08).
           05 DC-NDATE-R REDEFINES DC-NDATE-YYYYMMDD.
             10 DC-NDATE-YYYY   PIC 9(04).
             10 DC-NDATE-MM     PIC 9(02).
             10 DC-NDATE-DD     PIC 9(02).
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
           03 WS-DATE-SW        PIC X(01).
             88 REC-DATE-VALID          VALUE 'Y'.
             88 REC-DATE-INVALID        VALUE 'N'.
           03 WS-NDATE-SW       PIC X(01).
             88 REC-NDATE-VALID         VALUE 'Y'.
             88 REC-NDATE-INVALID       VALUE 'N'.
           03 WS-OPEN-ENDED-SW  PIC X(01).
             88 REC-OPEN-ENDED          VALUE 'Y'.
             88 REC-NOT-OPEN-ENDED      VALUE 'N'.
      *Kutuk basligi satirlari.
         01  HDR-LINE-1.
           03 FILLER             PIC X(10) VALUE 'PBHASWAS'.
           03 FILLER             PIC X(32) VALUE
                                  'ANA DOSYA GECMIS TARIH KOPYASI'.
           03 FILLER             PIC X(07) VALUE 'TARIH: '.
           03 HDR-RUN-DATE       PIC 9(08).
           03 FILLER             PIC X(14) VALUE '  KESIM TARIHI'.
           03 FILLER             PIC X(02) VALUE ': '.
           03 HDR-CUTOFF-DATE    PIC 9(08).
           03 FILLER             PIC X(51) VALUE SPACES.
         01  HDR-LINE-2.
           03 FILLER             PIC X(04) VALUE 'ISL'.
           03 FILLER             PIC X(06) VALUE 'REC-ID'.
           03 FILLER             PIC X(05) VALUE ' DNM'.
           03 FILLER             PIC X(10) VALUE 'TARIH'.
           03 FILLER             PIC X(40) VALUE 'JURNAL BOSLUGU'.
           03 FILLER             PIC X(67) VALUE SPACES.
      *Geri sarmada tutarsiz cikan her jurnal/arsiv girisi icin bir
      *bosluk satiri.
         01  GAP-LINE.
           03 GAP-ACTION         PIC X(01).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 GAP-ID             PIC X(04).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 GAP-SPELL          PIC 9(02).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 GAP-DATE           PIC 9(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 GAP-TEXT           PIC X(40).
           03 FILLER             PIC X(67) VALUE SPACES.
      *Rapor sonu ozet satirlari.
         01  SUM-LINE-1.
           03 FILLER             PIC X(09) VALUE 'ANA DOSYA'.
           03 FILLER             PIC X(01) VALUE ':'.
           03 SUM-MST-READ       PIC ZZZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(12) VALUE 'GERI SARILAN'.
           03 FILLER             PIC X(01) VALUE ':'.
           03 SUM-ROLLED         PIC ZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(12) VALUE 'ARSIVDEN GEL'.
           03 FILLER             PIC X(01) VALUE ':'.
           03 SUM-UNPURGED       PIC ZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(12) VALUE 'KOPYA KAYDI.'.
           03 FILLER             PIC X(01) VALUE ':'.
           03 SUM-RECON          PIC ZZZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'PRTLINE.:'.
           03 SUM-PRT            PIC ZZZZZZZ9.
           03 FILLER             PIC X(23) VALUE SPACES.
      *Dogrulama satiri: bosluk yoksa kopya guvenilir, varsa hangi
      *sayida tutarsizlik goruldugu yazilir.
         01  VAL-LINE.
           03 FILLER             PIC X(12) VALUE 'DOGRULAMA : '.
           03 VAL-TEXT           PIC X(50).
           03 FILLER             PIC X(15) VALUE 'JURNAL BOSLUGU:'.
           03 VAL-GAP-CNT        PIC ZZZZZ9.
           03 FILLER             PIC X(49) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM 2000-LOAD-JOURNAL-ENTRIES
           PERFORM 2200-LOAD-ARCHIVE-ENTRIES
           PERFORM H200-READ-NEXT-MASTER UNTIL DATE-REC-EOF
           PERFORM 4000-ROLL-BACK-ORPHANS
           PERFORM 5000-SORT-RECONSTRUCTION
           IF WS-CALC-REQUESTED
              PERFORM 6000-CALC-AS-OF-CUTOFF
           END-IF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Istek kartini okuyup edit eder, ana dosyayi, gecici kopyayi
      *ve kutugu acar, kutuk basligini basar ve ilk ana kaydi okur.
      *Jurnal ve arsiv 2000/2200 icinde ayrica acilir.
       H100-OPEN-FILES.
           OPEN INPUT  ASW-REQ.
           OPEN INPUT  DATE-REC.
           OPEN OUTPUT ASW-WORK.
           OPEN OUTPUT ASW-RPT.
           IF (ST-ASW-REQ NOT = 0) AND (ST-ASW-REQ NOT = 97)
           DISPLAY 'UNABLE TO OPEN ASWREQ: ' ST-ASW-REQ
           MOVE ST-ASW-REQ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-DATE-REC NOT = 0) AND (ST-DATE-REC NOT = 97)
           DISPLAY 'UNABLE TO OPEN DATEREC: ' ST-DATE-REC
           MOVE ST-DATE-REC TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-ASW-WORK NOT = 0) AND (ST-ASW-WORK NOT = 97)
           DISPLAY 'UNABLE TO OPEN ASWWORK: ' ST-ASW-WORK
           MOVE ST-ASW-WORK TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-ASW-RPT NOT = 0) AND (ST-ASW-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN ASWRPT: ' ST-ASW-RPT
           MOVE ST-ASW-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-READ-REQUEST-CARD.
           MOVE WS-RUN-DATE    TO HDR-RUN-DATE.
           MOVE WS-CUTOFF-DATE TO HDR-CUTOFF-DATE.
           MOVE HDR-LINE-1 TO ASW-RPT-LINE.
           WRITE ASW-RPT-LINE.
           MOVE HDR-LINE-2 TO ASW-RPT-LINE.
           WRITE ASW-RPT-LINE.
           MOVE SPACES TO ASW-RPT-LINE.
           WRITE ASW-RPT-LINE.
           SET WS-FILES-OPENED TO TRUE.
           READ DATE-REC
              AT END
                 SET DATE-REC-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *Istek kartini okur ve edit eder: kesim tarihi zorunlu,
      *sayisal ve gercek bir takvim tarihi olmali, calisma
      *tarihinden ileri olmamalidir. Kart yok ya da bozuksa yanlis
      *bir kopya uretmek yerine calisma hata ile durdurulur.
       1000-READ-REQUEST-CARD.
           READ ASW-REQ
              AT END
                 DISPLAY 'PBHASWAS - ASWREQ CARD MISSING'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ
           IF ASR-CUTOFF-DATE NOT NUMERIC
              DISPLAY 'PBHASWAS - INVALID ASWREQ: ' ASW-REQ-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE ASR-CUTOFF-DATE TO WS-CUTOFF-DATE
           MOVE WS-CUTOFF-DATE TO WS-CHK-DATE
           PERFORM 1100-VALIDATE-DATE-FIELD
           IF WS-CHK-INVALID OR WS-CUTOFF-DATE > WS-RUN-DATE
              DISPLAY 'PBHASWAS - CUTOFF NOT A VALID PAST DATE: '
                      ASW-REQ-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF ASR-CALC-SW = 'Y'
              SET WS-CALC-REQUESTED TO TRUE
           END-IF
           CLOSE ASW-REQ.
       1000-END. EXIT.
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
      *Jurnali bastan sona okuyup kesim tarihinden SONRA yazilmis
      *girisleri tabloya alir. ST-AUDIT-JRN = 35, jurnalin hic
      *yazilmadigi anlamina gelir; geri sarilacak bir sey yoktur.
       2000-LOAD-JOURNAL-ENTRIES.
           OPEN INPUT AUDIT-JRN.
           IF ST-AUDIT-JRN = 35
              CONTINUE
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
              PERFORM 2100-SELECT-JOURNAL-REC UNTIL AUDIT-JRN-EOF
              CLOSE AUDIT-JRN
           END-IF.
       2000-END. EXIT.
      *Eldeki jurnal kaydi kesimden sonraysa tabloya alir ve bir
      *sonrakini okur; tablo dolarsa hata ile durulur.
       2100-SELECT-JOURNAL-REC.
           ADD 1 TO WS-JRN-READ-CNT
           IF JRN-RUN-DATE > WS-CUTOFF-DATE
              IF WS-JT-CNT >= 5000
                 DISPLAY 'PBHASWAS - JOURNAL ENTRIES EXCEED 5000'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-JT-CNT
              MOVE JRN-RUN-DATE     TO JT-RUN-DATE (WS-JT-CNT)
              MOVE JRN-ACTION       TO JT-ACTION (WS-JT-CNT)
              MOVE JRN-REC-ID       TO JT-ID (WS-JT-CNT)
              MOVE JRN-REC-SPELL    TO JT-SPELL (WS-JT-CNT)
              MOVE JRN-BEFORE-IMAGE TO JT-BEFORE (WS-JT-CNT)
              MOVE JRN-AFTER-IMAGE  TO JT-AFTER (WS-JT-CNT)
              MOVE 'N'              TO JT-USED-SW (WS-JT-CNT)
           END-IF
           READ AUDIT-JRN
              AT END
                 SET AUDIT-JRN-EOF TO TRUE
           END-READ.
       2100-END. EXIT.
      *Arsivi bastan sona okuyup kesim tarihinden SONRA purge edilmis
      *kopyalari tabloya alir. ST-ARCH-FILE = 35, arsivin hic
      *olusturulmadigi anlamina gelir; tablo bos kalir.
       2200-LOAD-ARCHIVE-ENTRIES.
           OPEN INPUT ARCH-FILE.
           IF ST-ARCH-FILE = 35
              CONTINUE
           ELSE
              IF (ST-ARCH-FILE NOT = 0) AND (ST-ARCH-FILE NOT = 97)
                 DISPLAY 'UNABLE TO OPEN ARCHIVE: ' ST-ARCH-FILE
                 MOVE ST-ARCH-FILE TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ ARCH-FILE
                 AT END
                    SET ARCH-FILE-EOF TO TRUE
              END-READ
              PERFORM 2300-SELECT-ARCHIVE-REC UNTIL ARCH-FILE-EOF
              CLOSE ARCH-FILE
           END-IF.
       2200-END. EXIT.
      *Eldeki arsiv kaydi kesimden sonra purge edildiyse DATEREC
      *duzenindeki goruntusuyle tabloya alir ve bir sonrakini okur.
       2300-SELECT-ARCHIVE-REC.
           IF ARC-PURGE-DATE > WS-CUTOFF-DATE
              IF WS-AT-CNT >= 1000
                 DISPLAY 'PBHASWAS - ARCHIVE ENTRIES EXCEED 1000'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-AT-CNT
              MOVE ARC-ID     TO AI-ID
              MOVE ARC-SPELL  TO AI-SPELL
              MOVE ARC-NAME   TO AI-NAME
              MOVE ARC-SRNAME TO AI-SRNAME
              MOVE ARC-DATE   TO AI-DATE
              MOVE ARC-NDATE  TO AI-NDATE
              MOVE ARC-DEPT   TO AI-DEPT
              MOVE ARC-STAT   TO AI-STAT
              MOVE ARC-PURGE-DATE TO AT-PURGE-DATE (WS-AT-CNT)
              MOVE ARC-ID         TO AT-ID (WS-AT-CNT)
              MOVE ARC-SPELL      TO AT-SPELL (WS-AT-CNT)
              MOVE WS-ARC-IMAGE   TO AT-IMAGE (WS-AT-CNT)
              MOVE 'N'            TO AT-USED-SW (WS-AT-CNT)
           END-IF
           READ ARCH-FILE
              AT END
                 SET ARCH-FILE-EOF TO TRUE
           END-READ.
       2300-END. EXIT.
      *Guncel ana dosyanin her kaydini kendi jurnal/arsiv girisleri
      *uzerinden kesim tarihine geri sarar, kesim tarihinde var
      *idiyse kopyaya yazar ve bir sonraki ana kaydi okur.
       H200-READ-NEXT-MASTER.
               ADD 1 TO WS-MST-READ-CNT
               MOVE DR-ID    TO WS-KEY-ID
               MOVE DR-SPELL TO WS-KEY-SPELL
               MOVE DATEIN   TO WS-STATE-IMAGE
               PERFORM 3000-ROLL-BACK-KEY
               READ DATE-REC
                  AT END
                     SET DATE-REC-EOF TO TRUE
               END-READ.
       H200-END. EXIT.
      *Eldeki anahtarin kesimden sonraki jurnal ve arsiv olaylarini
      *tek bir zaman cizgisi gibi EN YENIDEN ESKIYE dogru geri alir:
      *her adimda iki tablodan hangisinin son olayi daha yeniyse o
      *geri alinir. Ayni gun purge ile bakim cakisirsa purge gece
      *akisinin sonunda kostugundan daha yeni sayilir. Sonunda
      *goruntu bos degilse kayit kesim tarihinde vardir ve kopyaya
      *yazilir.
       3000-ROLL-BACK-KEY.
           COMPUTE WS-JT-IX = WS-JT-CNT + 1
           PERFORM 3110-PREV-JOURNAL-ENTRY
           COMPUTE WS-AT-IX = WS-AT-CNT + 1
           PERFORM 3130-PREV-ARCHIVE-ENTRY
           PERFORM 3200-ROLL-BACK-ONE-EVENT
              UNTIL WS-JT-IX = 0 AND WS-AT-IX = 0
           IF WS-STATE-IMAGE NOT = SPACES
              MOVE WS-STATE-IMAGE TO ASW-WORK-REC
              WRITE ASW-WORK-REC
              ADD 1 TO WS-RECON-CNT
           END-IF.
       3000-END. EXIT.
      *WS-JT-IX'i ayni anahtarin bir onceki jurnal girisine ceker;
      *kalmadiysa sifir birakir.
       3110-PREV-JOURNAL-ENTRY.
           SET WS-SCAN-NOT-DONE TO TRUE
           PERFORM 3120-STEP-JOURNAL-BACK UNTIL WS-SCAN-DONE.
       3110-END. EXIT.
      *Jurnal tablosunda geriye dogru arama dongusunun tek adimi.
       3120-STEP-JOURNAL-BACK.
           SUBTRACT 1 FROM WS-JT-IX
           IF WS-JT-IX = 0
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF JT-ID (WS-JT-IX) = WS-KEY-ID AND
                 JT-SPELL (WS-JT-IX) = WS-KEY-SPELL
                 SET WS-SCAN-DONE TO TRUE
              END-IF
           END-IF.
       3120-END. EXIT.
      *WS-AT-IX'i ayni anahtarin bir onceki arsiv kopyasina ceker;
      *kalmadiysa sifir birakir.
       3130-PREV-ARCHIVE-ENTRY.
           SET WS-SCAN-NOT-DONE TO TRUE
           PERFORM 3140-STEP-ARCHIVE-BACK UNTIL WS-SCAN-DONE.
       3130-END. EXIT.
      *Arsiv tablosunda geriye dogru arama dongusunun tek adimi.
       3140-STEP-ARCHIVE-BACK.
           SUBTRACT 1 FROM WS-AT-IX
           IF WS-AT-IX = 0
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF AT-ID (WS-AT-IX) = WS-KEY-ID AND
                 AT-SPELL (WS-AT-IX) = WS-KEY-SPELL
                 SET WS-SCAN-DONE TO TRUE
              END-IF
           END-IF.
       3140-END. EXIT.
      *Iki tablonun o anki girislerinden daha yeni olani geri alir
      *ve o tabloda bir onceki girise gecer.
       3200-ROLL-BACK-ONE-EVENT.
           IF WS-AT-IX = 0
              PERFORM 3400-UNDO-JOURNAL-ENTRY
              PERFORM 3110-PREV-JOURNAL-ENTRY
           ELSE
              IF WS-JT-IX = 0
                 PERFORM 3300-UNDO-PURGE
                 PERFORM 3130-PREV-ARCHIVE-ENTRY
              ELSE
                 IF AT-PURGE-DATE (WS-AT-IX) >=
                    JT-RUN-DATE (WS-JT-IX)
                    PERFORM 3300-UNDO-PURGE
                    PERFORM 3130-PREV-ARCHIVE-ENTRY
                 ELSE
                    PERFORM 3400-UNDO-JOURNAL-ENTRY
                    PERFORM 3110-PREV-JOURNAL-ENTRY
                 END-IF
              END-IF
           END-IF.
       3200-END. EXIT.
      *Purge'u geri alir: purge aninda kayit ana dosyadan kalkmis
      *olmalidir (goruntu bos). Goruntu arsiv kopyasiyla birebir
      *ayniysa kayit sonradan PBHRETRV ile geri alinmistir, purge
      *oncesi de ayni goruntudur. Baska bir goruntu varsa iz
      *kopmustur; arsiv kopyasi esas alinir ve bosluk kutuge yazilir.
       3300-UNDO-PURGE.
           MOVE 'Y' TO AT-USED-SW (WS-AT-IX)
           IF WS-STATE-IMAGE = SPACES
              ADD 1 TO WS-UNPURGED-CNT
           ELSE
              IF WS-STATE-IMAGE NOT = AT-IMAGE (WS-AT-IX)
                 MOVE 'P'                      TO GAP-ACTION
                 MOVE AT-PURGE-DATE (WS-AT-IX) TO GAP-DATE
                 MOVE 'ARSIV KOPYASI GUNCEL KAYITLA UYUSMUYOR'
                    TO GAP-TEXT
                 PERFORM 3900-WRITE-GAP-LINE
              END-IF
           END-IF
           MOVE AT-IMAGE (WS-AT-IX) TO WS-STATE-IMAGE.
       3300-END. EXIT.
      *Jurnal girisini geri alir: action kodundan bagimsiz olarak
      *kaydin o anki goruntusu girisin sonra-goruntusu olmalidir
      *(ekleme/duzeltme icin kayit, silme ve PBHBKOUT'un silinmis
      *kayit uzerindeki duzeltme geri almasi icin bosluk); goruntu
      *once-goruntusune dondurulur. Uyusmazlik, arada jurnale
      *dusmemis bir degisiklik oldugunu gosterir; once-goruntusu
      *yine esas alinir ama bosluk kutuge yazilir.
       3400-UNDO-JOURNAL-ENTRY.
           MOVE 'Y' TO JT-USED-SW (WS-JT-IX)
           IF WS-STATE-IMAGE NOT = JT-AFTER (WS-JT-IX)
              MOVE JT-ACTION (WS-JT-IX)   TO GAP-ACTION
              MOVE JT-RUN-DATE (WS-JT-IX) TO GAP-DATE
              IF WS-STATE-IMAGE = SPACES
                 MOVE 'KAYIT YOK, SONRA-GORUNTU BEKLENIYORDU'
                    TO GAP-TEXT
              ELSE
                 IF JT-AFTER (WS-JT-IX) = SPACES
                    MOVE 'KAYIT VAR, SILINMIS OLMASI BEKLENIYORDU'
                       TO GAP-TEXT
                 ELSE
                    MOVE 'SONRA-GORUNTU GUNCEL KAYITLA UYUSMUYOR'
                       TO GAP-TEXT
                 END-IF
              END-IF
              PERFORM 3900-WRITE-GAP-LINE
           END-IF
           MOVE JT-BEFORE (WS-JT-IX) TO WS-STATE-IMAGE
           ADD 1 TO WS-ROLLED-CNT.
       3400-END. EXIT.
      *Jurnal boslugunu kutuge yazar ve sayar.
       3900-WRITE-GAP-LINE.
           MOVE WS-KEY-ID    TO GAP-ID
           MOVE WS-KEY-SPELL TO GAP-SPELL
           MOVE GAP-LINE TO ASW-RPT-LINE
           WRITE ASW-RPT-LINE
           ADD 1 TO WS-GAP-CNT.
       3900-END. EXIT.
      *Ana dosyada bugun olmayan anahtarlar: kesimden sonra silinmis
      *ya da purge edilmis kayitlar jurnal/arsiv tablosunda
      *kullanilmamis giris olarak kalir. Her biri icin bos goruntuden
      *baslanarak ayni geri sarma yapilir; anahtarin tum girisleri
      *bu sirada kullanildi isaretlenir.
       4000-ROLL-BACK-ORPHANS.
           PERFORM 4100-ROLL-BACK-JOURNAL-ORPHAN
              VARYING WS-JT-SCAN-IX FROM 1 BY 1
              UNTIL WS-JT-SCAN-IX > WS-JT-CNT
           PERFORM 4200-ROLL-BACK-ARCHIVE-ORPHAN
              VARYING WS-AT-SCAN-IX FROM 1 BY 1
              UNTIL WS-AT-SCAN-IX > WS-AT-CNT.
       4000-END. EXIT.
      *Jurnal tablosunda kullanilmamis giris bulunursa anahtarini
      *bos goruntuden geri sarar.
       4100-ROLL-BACK-JOURNAL-ORPHAN.
           IF JT-USED-SW (WS-JT-SCAN-IX) = 'N'
              MOVE JT-ID (WS-JT-SCAN-IX)    TO WS-KEY-ID
              MOVE JT-SPELL (WS-JT-SCAN-IX) TO WS-KEY-SPELL
              MOVE SPACES TO WS-STATE-IMAGE
              PERFORM 3000-ROLL-BACK-KEY
           END-IF.
       4100-END. EXIT.
      *Arsiv tablosunda kullanilmamis giris bulunursa anahtarini
      *bos goruntuden geri sarar.
       4200-ROLL-BACK-ARCHIVE-ORPHAN.
           IF AT-USED-SW (WS-AT-SCAN-IX) = 'N'
              MOVE AT-ID (WS-AT-SCAN-IX)    TO WS-KEY-ID
              MOVE AT-SPELL (WS-AT-SCAN-IX) TO WS-KEY-SPELL
              MOVE SPACES TO WS-STATE-IMAGE
              PERFORM 3000-ROLL-BACK-KEY
           END-IF.
       4200-END. EXIT.
      *Gecici kopyayi kapatip REC-ID/REC-SPELL sirasina gore
      *ASW-MAST'a siralar; SORT deyimi USING/GIVING dosyalarini
      *kendi acip kapatir (PBHWORK2 H120-SORT-DATE-REC ile ayni
      *duzen).
       5000-SORT-RECONSTRUCTION.
           CLOSE ASW-WORK
           SORT SORT-WORK
              ON ASCENDING KEY SRT-ID
              ON ASCENDING KEY SRT-SPELL
              USING ASW-WORK
              GIVING ASW-MAST
           IF SORT-RETURN NOT = 0
              DISPLAY 'SORT OF ASWWORK FAILED: ' SORT-RETURN
              MOVE SORT-RETURN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       5000-END. EXIT.
      *Yeniden kurulan kopyayi okuyup kesim tarihini as-of tarihi
      *alarak PBHWORK2 ile ayni kurallarla PRINT-LINE duzeninde sure
      *hesabi uretir. Gecersiz tarihli ya da bitisi baslangictan
      *once olan kayit yazilmaz, yalnizca sayilir (ayrintisi o
      *gunun PBHWORK2 istisna/suspense ciktilarindadir).
       6000-CALC-AS-OF-CUTOFF.
           OPEN INPUT  ASW-MAST
           OPEN OUTPUT ASW-PRT
           IF (ST-ASW-MAST NOT = 0) AND (ST-ASW-MAST NOT = 97)
              DISPLAY 'UNABLE TO OPEN ASWMAST: ' ST-ASW-MAST
              MOVE ST-ASW-MAST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF (ST-ASW-PRT NOT = 0) AND (ST-ASW-PRT NOT = 97)
              DISPLAY 'UNABLE TO OPEN ASWPRT: ' ST-ASW-PRT
              MOVE ST-ASW-PRT TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ ASW-MAST
              AT END
                 SET ASW-MAST-EOF TO TRUE
           END-READ
           PERFORM 6100-CALC-ONE-RECORD UNTIL ASW-MAST-EOF
           CLOSE ASW-MAST
           CLOSE ASW-PRT.
       6000-END. EXIT.
      *Tek kaydin tarihlerini dogrular, sure hesabini yapar ve bir
      *sonraki kaydi okur.
       6100-CALC-ONE-RECORD.
           PERFORM 6200-VALIDATE-RECORD-DATES
           IF REC-DATE-VALID AND REC-NDATE-VALID
              COMPUTE REC-DATE-INT = FUNCTION INTEGER-OF-DATE(REC-DATE)
              IF REC-OPEN-ENDED
                 COMPUTE REC-NDATE-INT =
                         FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE)
              ELSE
                 COMPUTE REC-NDATE-INT =
                         FUNCTION INTEGER-OF-DATE(REC-NDATE)
              END-IF
              IF REC-NDATE-INT < REC-DATE-INT
                 ADD 1 TO WS-CALC-SKIP-CNT
              ELSE
                 COMPUTE REC-LDAY = REC-NDATE-INT - REC-DATE-INT
                 PERFORM 6300-CALC-YEARS-MONTHS
                 PERFORM 6400-WRITE-PRINT-RECORD
              END-IF
           ELSE
              ADD 1 TO WS-CALC-SKIP-CNT
           END-IF
           READ ASW-MAST
              AT END
                 SET ASW-MAST-EOF TO TRUE
           END-READ.
       6100-END. EXIT.
      *PBHWORK2 1000-VALIDATE-RECORD-DATES ile ayni kural: sifir ya
      *da hep dokuz REC-NDATE acik uclu sayilir.
       6200-VALIDATE-RECORD-DATES.
           MOVE REC-DATE  TO WS-CHK-DATE
           PERFORM 1100-VALIDATE-DATE-FIELD
           MOVE WS-CHK-SW TO WS-DATE-SW
           IF REC-NDATE = ZERO OR REC-NDATE = 99999999
              SET REC-OPEN-ENDED TO TRUE
              MOVE 'Y' TO WS-NDATE-SW
           ELSE
              SET REC-NOT-OPEN-ENDED TO TRUE
              MOVE REC-NDATE TO WS-CHK-DATE
              PERFORM 1100-VALIDATE-DATE-FIELD
              MOVE WS-CHK-SW TO WS-NDATE-SW
           END-IF.
       6200-END. EXIT.
      *REC-DATE'ten bitise (acik uclu kayitta kesim tarihine) olan
      *araligi yil/ay olarak hesaplar (PBHWORK2 1700 ile ayni).
       6300-CALC-YEARS-MONTHS.
           MOVE REC-DATE  TO DC-DATE-YYYYMMDD
           IF REC-OPEN-ENDED
              MOVE WS-CUTOFF-DATE TO DC-NDATE-YYYYMMDD
           ELSE
              MOVE REC-NDATE TO DC-NDATE-YYYYMMDD
           END-IF
           COMPUTE DC-LYEARS-WRK = DC-NDATE-YYYY - DC-DATE-YYYY
           COMPUTE DC-LMONTHS-WRK = DC-NDATE-MM - DC-DATE-MM
           IF DC-NDATE-DD < DC-DATE-DD
              SUBTRACT 1 FROM DC-LMONTHS-WRK
           END-IF
           IF DC-LMONTHS-WRK < 0
              ADD 12 TO DC-LMONTHS-WRK
              SUBTRACT 1 FROM DC-LYEARS-WRK
           END-IF
           MOVE DC-LYEARS-WRK  TO REC-LYEARS-O
           MOVE DC-LMONTHS-WRK TO REC-LMONTHS-O.
       6300-END. EXIT.
      *PRINT-LINE kaydini PBHWORK2 WRITE-RECORD ile ayni kurallarla
      *(birikimli hizmet, aktif/sonlanmis bayragi) yazar.
       6400-WRITE-PRINT-RECORD.
           IF REC-ID = WS-PREV-EMP-ID
              ADD REC-LDAY TO WS-CUM-LDAY-TOT
           ELSE
              MOVE REC-ID   TO WS-PREV-EMP-ID
              MOVE REC-LDAY TO WS-CUM-LDAY-TOT
           END-IF
           MOVE REC-ID          TO REC-ID-O
           MOVE REC-SPELL       TO REC-SPELL-O
           MOVE REC-NAME        TO REC-NAME-O
           MOVE REC-SRNAME      TO REC-SRNAME-O
           MOVE REC-DATE        TO REC-DATE-O
           MOVE REC-NDATE       TO REC-NDATE-O
           MOVE REC-LDAY        TO REC-LDAY-O
           MOVE WS-CUM-LDAY-TOT TO REC-TOTDAYS-O
           IF REC-OPEN-ENDED
              SET REC-STAT-ACTIVE-O TO TRUE
           ELSE
              SET REC-STAT-TERM-O TO TRUE
           END-IF
           MOVE REC-DEPT        TO REC-DEPT-O
      *Is gunu hizmeti tatil takvimine bagli oldugundan gecmis tarih
      *kopyasinda hesaplanmaz; alan sifir birakilir ki sorgu takvimde
      *eksik bir yil yuzunden durmasin.
           MOVE ZERO            TO REC-WDAYS-O
           WRITE PRINT-REC
           ADD 1 TO WS-PRT-CNT.
       6400-END. EXIT.
      *Ozet ve dogrulama satirlarini basar, sayaclari gosterir ve
      *dosyalari kapatir; jurnal boslugu varsa kopya guvenilmez
      *sayilir ve RETURN-CODE 4 ile bitilir ki kullanan kisi kutugu
      *gormeden sonuca guvenmesin.
       H999-PROGRAM-EXIT.
           IF WS-FILES-OPENED
              MOVE WS-MST-READ-CNT TO SUM-MST-READ
              MOVE WS-ROLLED-CNT   TO SUM-ROLLED
              MOVE WS-UNPURGED-CNT TO SUM-UNPURGED
              MOVE WS-RECON-CNT    TO SUM-RECON
              MOVE WS-PRT-CNT      TO SUM-PRT
              MOVE SPACES TO ASW-RPT-LINE
              WRITE ASW-RPT-LINE
              MOVE SUM-LINE-1 TO ASW-RPT-LINE
              WRITE ASW-RPT-LINE
              IF WS-GAP-CNT = 0
                 MOVE 'KOPYA JURNALLE TUTARLI, GUVENILIR' TO VAL-TEXT
              ELSE
                 MOVE 'JURNAL BOSLUGU VAR, KOPYA GUVENILMEZ'
                    TO VAL-TEXT
              END-IF
              MOVE WS-GAP-CNT TO VAL-GAP-CNT
              MOVE VAL-LINE TO ASW-RPT-LINE
              WRITE ASW-RPT-LINE
           END-IF
           DISPLAY 'PBHASWAS - MASTER READ   : ' WS-MST-READ-CNT
           DISPLAY 'PBHASWAS - JOURNAL READ  : ' WS-JRN-READ-CNT
           DISPLAY 'PBHASWAS - ROLLED BACK   : ' WS-ROLLED-CNT
           DISPLAY 'PBHASWAS - UNPURGED      : ' WS-UNPURGED-CNT
           DISPLAY 'PBHASWAS - RECONSTRUCTED : ' WS-RECON-CNT
           DISPLAY 'PBHASWAS - PRTLINE WRITTEN: ' WS-PRT-CNT
           DISPLAY 'PBHASWAS - CALC SKIPPED  : ' WS-CALC-SKIP-CNT
           DISPLAY 'PBHASWAS - JOURNAL GAPS  : ' WS-GAP-CNT
           IF WS-GAP-CNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE DATE-REC.
           CLOSE ASW-RPT.
           GOBACK.

      *
