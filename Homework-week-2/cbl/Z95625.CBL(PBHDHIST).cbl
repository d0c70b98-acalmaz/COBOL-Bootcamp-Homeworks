      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHDHIST.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, bolumde gecirilen sure raporunun dosya
      *baglantilarini tanimlar: DATE-REC'teki her donem, PBHMAINT'in
      *yazdigi bolum atama gecmisiyle (DEPTHIST) eslestirilerek
      *donemin hangi bolumde hangi tarihten hangi tarihe kadar
      *gectigi parcalara ayrilir; her calisan icin bolum basina
      *toplam gun basilir.
       FILE-CONTROL.
      *DATE-REC anahtar (REC-ID + REC-SPELL) sirasinda salt okunur.
           SELECT DATE-REC   ASSIGN TO DATEREC
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY REC-KEY
                             STATUS ST-DATE-REC.
      *DEPT-HIST, yalnizca SORT ... USING icinde kapali olarak
      *acildigindan (PBHKIDEM'in PRINT-LINE duzeni) STATUS alani
      *tutmaz; SORT'un basarisi SORT-RETURN ile kontrol edilir.
           SELECT DEPT-HIST  ASSIGN TO DEPTHIST.
      *SORT-WORK, yazilis sirasindaki atama gecmisini DATE-REC'in
      *anahtar sirasina ve donem icinde gecerlilik tarihine dizen
      *SORT calismasinin gecici calisma dosyasidir; SORT-OUT sonucu
      *tasir ve DATE-REC ile eslestirme bu sirali akis uzerinden
      *yapilir.
           SELECT SORT-WORK  ASSIGN TO SORTWK.
           SELECT SORT-OUT   ASSIGN TO DHSSRT
                             STATUS ST-SORT-OUT.
      *DEPT-MAST, rapora bolum adini basmak icin calismanin basinda
      *ad tablosuna alinir (PBHKIDEM ile ayni duzen); dosya yoksa
      *rapor adsiz devam eder.
           SELECT DEPT-MAST  ASSIGN TO DEPTMAST
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY DPT-CODE
                             STATUS ST-DEPT-MAST.
           SELECT DHIST-RPT  ASSIGN TO DHISTRPT
                             STATUS ST-DHIST-RPT.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-REC RECORDING MODE F.
      *Calisan kaydinin duzeni PBHMAINT ile ortak oldugundan DATEREC
      *kopya kitabindan alinir.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==DATEIN==.
       FD  DEPT-HIST RECORDING MODE F.
      *Atama gecmisi kaydi ham olarak okunur; alan duzeni SORT-OUT'un
      *DHSREC kopyasindadir.
         01  DEPT-HIST-REC        PIC X(32).
       SD  SORT-WORK.
      *SORT anahtarlari icin SRT- ile degistirilmis ayri alan adlari
      *kullanilir (PBHWORK2'nin SORT-REC duzeni).
           COPY DHSREC REPLACING ==RECORD-NAME-TAG== BY ==SORT-REC==
                                 ==DHS-KEY==         BY ==SRT-KEY==
                                 ==DHS-REC-ID==      BY ==SRT-REC-ID==
                                 ==DHS-REC-SPELL==
                                 BY ==SRT-REC-SPELL==
                                 ==DHS-EFF-DATE==    BY ==SRT-EFF-DATE==
                                 ==DHS-FROM-DEPT==
                                 BY ==SRT-FROM-DEPT==
                                 ==DHS-TO-DEPT==     BY ==SRT-TO-DEPT==
                                 ==DHS-RUN-DATE==    BY ==SRT-RUN-DATE==
                                 ==DHS-SOURCE==      BY ==SRT-SOURCE==
                                 ==DHS-ACTION==      BY ==SRT-ACTION==
                                 ==DHS-OPENING==     BY ==SRT-OPENING==
                                 ==DHS-MOVE==        BY ==SRT-MOVE==.
       FD  SORT-OUT RECORDING MODE F.
      *Anahtar ve tarih sirasina dizilmis atama gecmisi; eslestirme
      *dongusu bu dosyayi kullanir, alan adlari degismez.
           COPY DHSREC REPLACING ==RECORD-NAME-TAG== BY ==SORTED-REC==.
       FD  DEPT-MAST RECORDING MODE F.
      *Bolum kaydinin duzeni PBHDEPT/PBHMAINT ile ortak oldugundan
      *DEPTREC kopya kitabindan alinir.
           COPY DEPTREC REPLACING ==RECORD-NAME-TAG== BY ==DEPT-REC==.
       FD  DHIST-RPT RECORDING MODE F.
      *"DHIST-RPT", donem parcalarini ve calisan basina bolum
      *toplamlarini tasiyan basim satiridir.
         01  DHIST-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 ST-DATE-REC        PIC 9(2).
           88 DATE-REC-EOF                   VALUE 10.
           03 ST-SORT-OUT        PIC 9(2).
           88 SORT-OUT-EOF                   VALUE 10.
           03 ST-DEPT-MAST       PIC 9(2).
           88 DEPT-MAST-EOF                  VALUE 10.
           03 ST-DHIST-RPT       PIC 9(2).
           03 WS-OPEN-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-FILES-OPENED               VALUE 'Y'.
      *Acik uclu (halen suren) donemlerin son parcasi calisma
      *tarihinde kesilir.
           03 WS-RUN-DATE        PIC 9(08).
      *Calisan kirilimi: bir onceki donemin REC-ID'si ve ilk donemin
      *henuz gelip gelmedigi.
           03 WS-PREV-ID         PIC X(04).
           03 WS-FIRST-SW        PIC X(01) VALUE 'Y'.
             88 WS-FIRST-PERSON         VALUE 'Y'.
             88 WS-NOT-FIRST-PERSON     VALUE 'N'.
      *Donem tarihlerinin takvim kontrolunden gecip gecmedigi.
           03 WS-SPELL-SW        PIC X(01).
             88 WS-SPELL-VALID          VALUE 'Y'.
             88 WS-SPELL-INVALID        VALUE 'N'.
      *Eldeki donemin parcalanmasi: halen icinde bulunulan bolum ve
      *o bolumde baslanan gun, kapatilacak parcanin bitis gunu ve
      *donemin son gunu (bitis tarihi ya da calisma tarihi).
         01  WS-SPELL-WORK.
           03 WS-CUR-DEPT        PIC X(04).
           03 WS-CUR-START       PIC 9(08).
           03 WS-SEG-END         PIC 9(08).
           03 WS-SPELL-END       PIC 9(08).
           03 WS-SEG-DAYS        PIC 9(06).
           03 WS-YEARS           PIC 9(03)V9(01).
      *PBHMAINT/PBHKIDEM'deki ayni adli alanlarla ve
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
      *Eldeki donemin bolum parcalari; donem bitince basilir. Bir
      *donemin elli kez bolum degistirmesi beklenmez; tablo dolarsa
      *eksik rapor yerine hata ile durulur.
         01  WS-SEG-TABLE.
           03 WS-SEG-CNT         PIC 9(02) COMP VALUE 0.
           03 WS-SEG-IX          PIC 9(02) COMP.
           03 WS-SEG-ENTRY OCCURS 50 TIMES.
             05 WS-SEG-DEPT      PIC X(04).
             05 WS-SEG-FROM      PIC 9(08).
             05 WS-SEG-TO        PIC 9(08).
             05 WS-SEG-DAYS-T    PIC 9(06).
             05 WS-SEG-NOTE      PIC X(30).
      *Calisanin tum donemleri boyunca bolum basina toplam gunu;
      *calisan kiriliminda basilip sifirlanir.
         01  WS-PRS-TABLE.
           03 WS-PRS-CNT         PIC 9(02) COMP VALUE 0.
           03 WS-PRS-IX          PIC 9(02) COMP.
           03 WS-PRS-HIT-IX      PIC 9(02) COMP.
           03 WS-PRS-FOUND-SW    PIC X(01).
             88 WS-PRS-FOUND            VALUE 'Y'.
             88 WS-PRS-NOT-FOUND        VALUE 'N'.
           03 WS-PRS-ENTRY OCCURS 20 TIMES.
             05 WS-PRS-DEPT      PIC X(04).
             05 WS-PRS-DAYS      PIC 9(07).
      *Bolum adlari; DEPTMAST'tan yuklenir (PBHKIDEM ile ayni
      *duzen), dosya yoksa rapor adsiz devam eder.
         01  WS-DEPT-NAMES.
           03 WS-DNAM-CNT        PIC 9(02)  COMP VALUE 0.
           03 WS-DNAM-IX         PIC 9(02)  COMP.
           03 WS-DNAM-HIT-IX     PIC 9(02)  COMP.
           03 WS-DNAM-KEY        PIC X(04).
           03 WS-DNAM-FOUND-SW   PIC X(01).
             88 WS-DNAM-FOUND           VALUE 'Y'.
             88 WS-DNAM-NOT-FOUND       VALUE 'N'.
           03 WS-DNAM-ENTRY OCCURS 50 TIMES.
             05 WS-DNAM-CODE     PIC X(04).
             05 WS-DNAM-DESC     PIC X(20).
         01  WS-COUNTERS.
           03 WS-SPELL-CNT       PIC 9(08) COMP VALUE 0.
           03 WS-SEGMENT-CNT     PIC 9(08) COMP VALUE 0.
           03 WS-HIST-USED-CNT   PIC 9(08) COMP VALUE 0.
           03 WS-ORPHAN-CNT      PIC 9(08) COMP VALUE 0.
           03 WS-MISMATCH-CNT    PIC 9(06) COMP VALUE 0.
           03 WS-INVALID-CNT     PIC 9(06) COMP VALUE 0.
      *Rapor basligi satirlari.
         01  HDR-LINE-1.
           03 FILLER             PIC X(10) VALUE 'PBHDHIST'.
           03 FILLER             PIC X(34) VALUE
                                  'BOLUMDE GECIRILEN SURE RAPORU'.
           03 FILLER             PIC X(07) VALUE 'TARIH: '.
           03 HDR-RUN-DATE       PIC 9(08).
           03 FILLER             PIC X(73) VALUE SPACES.
         01  HDR-LINE-2.
           03 FILLER             PIC X(05) VALUE 'ID'.
           03 FILLER             PIC X(04) VALUE 'DNM'.
           03 FILLER             PIC X(16) VALUE 'SOYAD'.
           03 FILLER             PIC X(16) VALUE 'AD'.
           03 FILLER             PIC X(06) VALUE 'BOLUM'.
           03 FILLER             PIC X(21) VALUE 'BOLUM ADI'.
           03 FILLER             PIC X(09) VALUE 'BASLANGIC'.
           03 FILLER             PIC X(09) VALUE ' BITIS'.
           03 FILLER             PIC X(09) VALUE '      GUN'.
           03 FILLER             PIC X(37) VALUE '  NOT'.
      *Donemin bir bolum parcasi icin detay satiri; bitis gunu
      *REC-LDAY gibi dahil degildir.
         01  DET-LINE.
           03 DET-ID             PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-SPELL          PIC 9(02).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-SRNAME         PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-NAME           PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-DEPT           PIC X(04).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-DEPT-DESC      PIC X(20).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-FROM           PIC 9(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-TO             PIC 9(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-DAYS           PIC ZZZ,ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-NOTE           PIC X(30).
           03 FILLER             PIC X(06) VALUE SPACES.
      *Calisan kiriliminda bolum basina toplam satiri.
         01  PRS-TOTAL-LINE.
           03 FILLER             PIC X(11) VALUE SPACES.
           03 FILLER             PIC X(14) VALUE 'BOLUM TOPLAMI '.
           03 PRS-ID             PIC X(04).
           03 FILLER             PIC X(13) VALUE SPACES.
           03 PRS-DEPT           PIC X(04).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 PRS-DEPT-DESC      PIC X(20).
           03 FILLER             PIC X(19) VALUE SPACES.
           03 PRS-DAYS           PIC Z,ZZZ,ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 PRS-YEARS          PIC ZZ9.9.
           03 FILLER             PIC X(04) VALUE ' YIL'.
           03 FILLER             PIC X(25) VALUE SPACES.
      *Rapor sonu ozet satiri.
         01  SUM-LINE.
           03 FILLER             PIC X(09) VALUE 'DONEM...:'.
           03 SUM-SPELLS         PIC ZZZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'PARCA...:'.
           03 SUM-SEGMENTS       PIC ZZZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'ATAMA...:'.
           03 SUM-HIST-USED      PIC ZZZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'SAHIPSIZ:'.
           03 SUM-ORPHANS        PIC ZZZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'UYUMSUZ.:'.
           03 SUM-MISMATCH       PIC ZZZZZ9.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'GECERSIZ:'.
           03 SUM-INVALID        PIC ZZZZZ9.
           03 FILLER             PIC X(10) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-READ-NEXT-SPELL UNTIL DATE-REC-EOF
           PERFORM 3000-PERSON-BREAK
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Atama gecmisini siralar, dosyalari acar, bolum adlarini
      *yukler, basliklari basar ve iki dosyanin ilk kayitlarini okur.
       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM H120-SORT-DEPT-HIST.
           OPEN INPUT  SORT-OUT.
           OPEN INPUT  DATE-REC.
           OPEN OUTPUT DHIST-RPT.
           IF (ST-SORT-OUT NOT = 0) AND (ST-SORT-OUT NOT = 97)
           DISPLAY 'UNABLE TO OPEN DHSSRT: ' ST-SORT-OUT
           MOVE ST-SORT-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-DATE-REC NOT = 0) AND (ST-DATE-REC NOT = 97)
           DISPLAY 'UNABLE TO OPEN DATEREC: ' ST-DATE-REC
           MOVE ST-DATE-REC TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-DHIST-RPT NOT = 0) AND (ST-DHIST-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN DHISTRPT: ' ST-DHIST-RPT
           MOVE ST-DHIST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-LOAD-DEPT-NAMES.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE-1 TO DHIST-RPT-LINE.
           WRITE DHIST-RPT-LINE.
           MOVE HDR-LINE-2 TO DHIST-RPT-LINE.
           WRITE DHIST-RPT-LINE.
           MOVE SPACES TO DHIST-RPT-LINE.
           WRITE DHIST-RPT-LINE.
           SET WS-FILES-OPENED TO TRUE.
           READ SORT-OUT
              AT END
                 SET SORT-OUT-EOF TO TRUE
           END-READ.
           READ DATE-REC
              AT END
                 SET DATE-REC-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *Atama gecmisini donem anahtari, gecerlilik tarihi, calisma
      *tarihi ve action koduna gore SORT-OUT'a dizer; ayni gunun
      *acilis kaydi (A) tasinma kaydindan (C) once gelir, tamamen
      *ayni anahtarli kayitlar yazilis sirasini korur. SORT deyimi
      *USING/GIVING dosyalarini kendi acip kapatir (PBHKIDEM
      *H120-SORT-PRINT-LINE ile ayni duzen).
       H120-SORT-DEPT-HIST.
           SORT SORT-WORK
              ON ASCENDING KEY SRT-REC-ID
              ON ASCENDING KEY SRT-REC-SPELL
              ON ASCENDING KEY SRT-EFF-DATE
              ON ASCENDING KEY SRT-RUN-DATE
              ON ASCENDING KEY SRT-ACTION
              WITH DUPLICATES IN ORDER
              USING DEPT-HIST
              GIVING SORT-OUT.
           IF SORT-RETURN NOT = 0
              DISPLAY 'SORT OF DEPTHIST FAILED: ' SORT-RETURN
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
              DISPLAY 'PBHDHIST - DEPTMAST MISSING, NAMES OMITTED'
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
              DISPLAY 'PBHDHIST - DEPT NAME TABLE FULL: ' DPT-CODE
           END-IF
           READ DEPT-MAST
              AT END
                 SET DEPT-MAST-EOF TO TRUE
           END-READ.
       H115-END. EXIT.
      *Her donemi isleyip bir sonrakini okuyoruz; REC-ID degisince
      *onceki calisanin bolum toplamlari basilir.
       H200-READ-NEXT-SPELL.
               IF WS-NOT-FIRST-PERSON AND REC-ID NOT = WS-PREV-ID
                  PERFORM 3000-PERSON-BREAK
               END-IF
               SET WS-NOT-FIRST-PERSON TO TRUE
               MOVE REC-ID TO WS-PREV-ID
               PERFORM 2000-PROCESS-SPELL
               READ DATE-REC
                  AT END
                     SET DATE-REC-EOF TO TRUE
               END-READ.
       H200-END. EXIT.
      *Donemi bolum parcalarina ayirir. Once ana dosyada artik
      *bulunmayan (silinmis ya da arsivlenmis) donemlerin gecmis
      *kayitlari atlanir. Donemin son gunu bitis tarihidir; acik
      *uclu donem calisma tarihinde kesilir. Gecmis kaydi olmayan
      *donem bastan sona REC-DEPT'te gecmis sayilir; ilk kaydi
      *tasinma olan (gecmis dosyasindan once acilmis) donem ise
      *baslangictan ilk tasinmaya kadar tasinmanin eski bolumunde.
       2000-PROCESS-SPELL.
           ADD 1 TO WS-SPELL-CNT
           PERFORM 2050-SKIP-HIST-REC
              UNTIL SORT-OUT-EOF OR DHS-KEY NOT < REC-KEY
           PERFORM 2010-VALIDATE-SPELL-DATES
           IF WS-SPELL-INVALID
              ADD 1 TO WS-INVALID-CNT
              PERFORM 2060-SKIP-SPELL-HIST
                 UNTIL SORT-OUT-EOF OR DHS-KEY NOT = REC-KEY
              MOVE 0            TO WS-SEG-CNT
              MOVE REC-DEPT     TO WS-CUR-DEPT
              MOVE REC-DATE     TO WS-CUR-START
              MOVE REC-DATE     TO WS-SEG-END
              PERFORM 2200-ADD-SEGMENT
              MOVE 'GECERSIZ TARIH, HESAPLANMADI'
                 TO WS-SEG-NOTE (WS-SEG-CNT)
           ELSE
              IF REC-NDATE = ZERO OR REC-NDATE = 99999999
                 MOVE WS-RUN-DATE TO WS-SPELL-END
              ELSE
                 MOVE REC-NDATE   TO WS-SPELL-END
              END-IF
              IF WS-SPELL-END < REC-DATE
                 MOVE REC-DATE TO WS-SPELL-END
              END-IF
              MOVE 0            TO WS-SEG-CNT
              MOVE SPACES       TO WS-CUR-DEPT
              MOVE REC-DATE     TO WS-CUR-START
              PERFORM 2100-APPLY-HIST-REC
                 UNTIL SORT-OUT-EOF OR DHS-KEY NOT = REC-KEY
              IF WS-CUR-DEPT = SPACES
                 MOVE REC-DEPT TO WS-CUR-DEPT
              END-IF
              MOVE WS-SPELL-END TO WS-SEG-END
              PERFORM 2200-ADD-SEGMENT
              IF REC-NDATE = ZERO OR REC-NDATE = 99999999
                 MOVE 'DEVAM EDIYOR' TO WS-SEG-NOTE (WS-SEG-CNT)
              END-IF
      *Gecmisin vardigi son bolum ana dosyadaki bolumle ayni olmalidir;
      *degilse (ornegin gecmis dosyasi yedekten geri yuklenmis ya da
      *bolum PBHMAINT disinda degistirilmisse) parca isaretlenir ve
      *sayilir. PBHBKOUT'un geri aldigi bolum degisiklikleri B
      *kaynakli tasinma kaydi olarak gelir ve diger tasinmalar gibi
      *islenir.
              IF WS-CUR-DEPT NOT = REC-DEPT
                 ADD 1 TO WS-MISMATCH-CNT
                 MOVE SPACES TO WS-SEG-NOTE (WS-SEG-CNT)
                 STRING 'ANA DOSYADA BOLUM ' REC-DEPT
                    DELIMITED BY SIZE
                    INTO WS-SEG-NOTE (WS-SEG-CNT)
              END-IF
           END-IF
           PERFORM 2300-WRITE-SEGMENT
              VARYING WS-SEG-IX FROM 1 BY 1
              UNTIL WS-SEG-IX > WS-SEG-CNT.
       2000-END. EXIT.
      *Donemin baslangic ve (gercek bir bitis tarihi varsa) bitis
      *tarihini takvim kurallariyla denetler; gecersiz tarihli donemin
      *gun sayisi hesaplanmaz.
       2010-VALIDATE-SPELL-DATES.
           SET WS-SPELL-VALID TO TRUE
           MOVE REC-DATE TO WS-CHK-DATE
           PERFORM 1100-VALIDATE-DATE-FIELD
           IF WS-CHK-INVALID
              SET WS-SPELL-INVALID TO TRUE
           END-IF
           IF WS-SPELL-VALID AND
              REC-NDATE NOT = ZERO AND REC-NDATE NOT = 99999999
              MOVE REC-NDATE TO WS-CHK-DATE
              PERFORM 1100-VALIDATE-DATE-FIELD
              IF WS-CHK-INVALID
                 SET WS-SPELL-INVALID TO TRUE
              END-IF
           END-IF.
       2010-END. EXIT.
      *Ana dosyada karsiligi olmayan gecmis kaydini sayip atlar.
       2050-SKIP-HIST-REC.
           ADD 1 TO WS-ORPHAN-CNT
           READ SORT-OUT
              AT END
                 SET SORT-OUT-EOF TO TRUE
           END-READ.
       2050-END. EXIT.
      *Tarihleri gecersiz donemin gecmis kaydini kullanmadan atlar.
       2060-SKIP-SPELL-HIST.
           ADD 1 TO WS-HIST-USED-CNT
           READ SORT-OUT
              AT END
                 SET SORT-OUT-EOF TO TRUE
           END-READ.
       2060-END. EXIT.
      *Donemin bir gecmis kaydini uygular ve bir sonrakini okur.
      *Acilis kaydi donemi bastan baslatir (ayni donem numarasi
      *silinip yeniden eklenmisse onceki parcalar gecersizdir).
      *Tasinma kaydi eldeki bolumu gecerlilik tarihinde kapatip yeni
      *bolumu acar; tarih donem sinirlari icine cekilir ve sifir
      *gunluk parca yazilmaz.
       2100-APPLY-HIST-REC.
           ADD 1 TO WS-HIST-USED-CNT
           IF DHS-OPENING
              MOVE 0            TO WS-SEG-CNT
              MOVE DHS-TO-DEPT  TO WS-CUR-DEPT
              MOVE REC-DATE     TO WS-CUR-START
           ELSE
              IF WS-CUR-DEPT = SPACES
                 MOVE DHS-FROM-DEPT TO WS-CUR-DEPT
              END-IF
              MOVE DHS-EFF-DATE TO WS-SEG-END
              IF WS-SEG-END < WS-CUR-START
                 MOVE WS-CUR-START TO WS-SEG-END
              END-IF
              IF WS-SEG-END > WS-SPELL-END
                 MOVE WS-SPELL-END TO WS-SEG-END
              END-IF
              IF WS-SEG-END > WS-CUR-START
                 PERFORM 2200-ADD-SEGMENT
              END-IF
              MOVE DHS-TO-DEPT  TO WS-CUR-DEPT
              MOVE WS-SEG-END   TO WS-CUR-START
           END-IF
           READ SORT-OUT
              AT END
                 SET SORT-OUT-EOF TO TRUE
           END-READ.
       2100-END. EXIT.
      *Eldeki bolumun WS-CUR-START'tan WS-SEG-END'e kadar olan
      *parcasini tabloya ekler; gun sayisi REC-LDAY gibi bitis gunu
      *haric hesaplanir.
       2200-ADD-SEGMENT.
           IF WS-SEG-CNT >= 50
              DISPLAY 'PBHDHIST - SEGMENTS EXCEED 50 FOR ' REC-KEY
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-SEG-CNT
           MOVE WS-CUR-DEPT  TO WS-SEG-DEPT (WS-SEG-CNT)
           MOVE WS-CUR-START TO WS-SEG-FROM (WS-SEG-CNT)
           MOVE WS-SEG-END   TO WS-SEG-TO   (WS-SEG-CNT)
           MOVE SPACES       TO WS-SEG-NOTE (WS-SEG-CNT)
           IF WS-SEG-END > WS-CUR-START
              COMPUTE WS-SEG-DAYS-T (WS-SEG-CNT) =
                      FUNCTION INTEGER-OF-DATE(WS-SEG-END) -
                      FUNCTION INTEGER-OF-DATE(WS-CUR-START)
           ELSE
              MOVE 0 TO WS-SEG-DAYS-T (WS-SEG-CNT)
           END-IF.
       2200-END. EXIT.
      *Parca satirini basar ve gununu calisanin bolum toplamina
      *ekler.
       2300-WRITE-SEGMENT.
           ADD 1 TO WS-SEGMENT-CNT
           MOVE REC-ID                    TO DET-ID
           MOVE REC-SPELL                 TO DET-SPELL
           MOVE REC-SRNAME                TO DET-SRNAME
           MOVE REC-NAME                  TO DET-NAME
           MOVE WS-SEG-DEPT   (WS-SEG-IX) TO DET-DEPT
           MOVE WS-SEG-FROM   (WS-SEG-IX) TO DET-FROM
           MOVE WS-SEG-TO     (WS-SEG-IX) TO DET-TO
           MOVE WS-SEG-DAYS-T (WS-SEG-IX) TO DET-DAYS
           MOVE WS-SEG-NOTE   (WS-SEG-IX) TO DET-NOTE
           MOVE WS-SEG-DEPT   (WS-SEG-IX) TO WS-DNAM-KEY
           PERFORM 3200-FIND-DEPT-NAME
           IF WS-DNAM-FOUND
              MOVE WS-DNAM-DESC (WS-DNAM-HIT-IX) TO DET-DEPT-DESC
           ELSE
              MOVE SPACES TO DET-DEPT-DESC
           END-IF
           MOVE DET-LINE TO DHIST-RPT-LINE
           WRITE DHIST-RPT-LINE
           SET WS-PRS-NOT-FOUND TO TRUE
           PERFORM 2310-SCAN-PERSON-DEPT
              VARYING WS-PRS-IX FROM 1 BY 1
              UNTIL WS-PRS-IX > WS-PRS-CNT OR WS-PRS-FOUND
           IF WS-PRS-NOT-FOUND
              IF WS-PRS-CNT >= 20
                 DISPLAY 'PBHDHIST - DEPTS EXCEED 20 FOR ' REC-ID
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-PRS-CNT
              MOVE WS-PRS-CNT TO WS-PRS-HIT-IX
              MOVE WS-SEG-DEPT (WS-SEG-IX) TO WS-PRS-DEPT (WS-PRS-CNT)
              MOVE 0 TO WS-PRS-DAYS (WS-PRS-CNT)
           END-IF
           ADD WS-SEG-DAYS-T (WS-SEG-IX) TO WS-PRS-DAYS (WS-PRS-HIT-IX).
       2300-END. EXIT.
      *Calisanin bolum toplami tablosu arama dongusunun tek adimi.
       2310-SCAN-PERSON-DEPT.
           IF WS-PRS-DEPT (WS-PRS-IX) = WS-SEG-DEPT (WS-SEG-IX)
              SET WS-PRS-FOUND TO TRUE
              MOVE WS-PRS-IX TO WS-PRS-HIT-IX
           END-IF.
       2310-END. EXIT.
      *Calisan kirilimi: biten calisanin bolum basina toplam gun ve
      *yil satirlarini basar ve tabloyu sifirlar. Hic donem
      *gelmemisse (bos DATEREC) yapacak bir sey yoktur.
       3000-PERSON-BREAK.
           IF WS-NOT-FIRST-PERSON
              PERFORM 3100-WRITE-PERSON-TOTAL
                 VARYING WS-PRS-IX FROM 1 BY 1
                 UNTIL WS-PRS-IX > WS-PRS-CNT
              MOVE SPACES TO DHIST-RPT-LINE
              WRITE DHIST-RPT-LINE
              MOVE 0 TO WS-PRS-CNT
           END-IF.
       3000-END. EXIT.
      *Calisanin bir bolumdeki toplam satirini basar.
       3100-WRITE-PERSON-TOTAL.
           MOVE WS-PREV-ID              TO PRS-ID
           MOVE WS-PRS-DEPT (WS-PRS-IX) TO PRS-DEPT
           MOVE WS-PRS-DAYS (WS-PRS-IX) TO PRS-DAYS
           COMPUTE WS-YEARS ROUNDED = WS-PRS-DAYS (WS-PRS-IX) / 365
           MOVE WS-YEARS                TO PRS-YEARS
           MOVE WS-PRS-DEPT (WS-PRS-IX) TO WS-DNAM-KEY
           PERFORM 3200-FIND-DEPT-NAME
           IF WS-DNAM-FOUND
              MOVE WS-DNAM-DESC (WS-DNAM-HIT-IX) TO PRS-DEPT-DESC
           ELSE
              MOVE SPACES TO PRS-DEPT-DESC
           END-IF
           MOVE PRS-TOTAL-LINE TO DHIST-RPT-LINE
           WRITE DHIST-RPT-LINE.
       3100-END. EXIT.
      *WS-DNAM-KEY'deki bolum kodunu ad tablosunda arar; bulunursa
      *sirasi WS-DNAM-HIT-IX'tedir.
       3200-FIND-DEPT-NAME.
           SET WS-DNAM-NOT-FOUND TO TRUE
           PERFORM 3210-SCAN-DEPT-NAME
              VARYING WS-DNAM-IX FROM 1 BY 1
              UNTIL WS-DNAM-IX > WS-DNAM-CNT OR WS-DNAM-FOUND.
       3200-END. EXIT.
      *Bolum ad tablosu arama dongusunun tek adimi.
       3210-SCAN-DEPT-NAME.
           IF WS-DNAM-CODE (WS-DNAM-IX) = WS-DNAM-KEY
              SET WS-DNAM-FOUND TO TRUE
              MOVE WS-DNAM-IX TO WS-DNAM-HIT-IX
           END-IF.
       3210-END. EXIT.
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
      *Ozet satirini basar, sayaclari gosterir ve dosyalari kapatir;
      *gecmisi ana dosyayla uyusmayan ya da tarihi gecersiz donem
      *varsa RETURN-CODE 4 ile biter.
       H999-PROGRAM-EXIT.
           IF WS-FILES-OPENED
              MOVE WS-SPELL-CNT     TO SUM-SPELLS
              MOVE WS-SEGMENT-CNT   TO SUM-SEGMENTS
              MOVE WS-HIST-USED-CNT TO SUM-HIST-USED
              MOVE WS-ORPHAN-CNT    TO SUM-ORPHANS
              MOVE WS-MISMATCH-CNT  TO SUM-MISMATCH
              MOVE WS-INVALID-CNT   TO SUM-INVALID
              MOVE SUM-LINE TO DHIST-RPT-LINE
              WRITE DHIST-RPT-LINE
           END-IF
           DISPLAY 'PBHDHIST - SPELLS READ   : ' WS-SPELL-CNT
           DISPLAY 'PBHDHIST - SEGMENTS      : ' WS-SEGMENT-CNT
           DISPLAY 'PBHDHIST - HISTORY USED  : ' WS-HIST-USED-CNT
           DISPLAY 'PBHDHIST - HISTORY ORPHAN: ' WS-ORPHAN-CNT
           DISPLAY 'PBHDHIST - DEPT MISMATCH : ' WS-MISMATCH-CNT
           DISPLAY 'PBHDHIST - INVALID DATES : ' WS-INVALID-CNT
           IF (WS-MISMATCH-CNT > 0 OR WS-INVALID-CNT > 0) AND
              RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE SORT-OUT.
           CLOSE DATE-REC.
           CLOSE DHIST-RPT.
           GOBACK.

      *
