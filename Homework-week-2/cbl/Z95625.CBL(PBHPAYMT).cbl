      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHPAYMT.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, ucret/kademe ana dosyasini (PAYMAST) tek tek
      *islem kartlariyla (PAYIN) guncelleyen bakim programinin dosya
      *baglantilarini tanimlar. DATE-REC yalnizca tarih, bolum ve
      *durum tasidigindan brut ucret ve kademe bu ayri ana dosyada,
      *ayni REC-ID + REC-SPELL anahtariyla tutulur; kidem tazminati
      *karsiligi (PBHKIDEM) ucreti buradan alir.
       FILE-CONTROL.
      *PAY-MAST, PAY-KEY uzerinden anahtarlanmis indeksli ana
      *dosyadir; yalnizca bu program gunceller. PBHDEPT ile ayni
      *duzende RANDOM modda I-O acilir.
           SELECT PAY-MAST   ASSIGN TO PAYMAST
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY PAY-KEY
                             STATUS ST-PAY-MAST.
      *DATE-REC, ekleme kartinin hedefledigi istihdam doneminin ana
      *dosyada gercekten var oldugunu dogrulamak icin salt okunur
      *acilir; ucreti olan ama donemi olmayan bir kayit acilmaz.
           SELECT DATE-REC   ASSIGN TO DATEREC
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY REC-KEY
                             STATUS ST-DATE-REC.
           SELECT PAY-CARDS  ASSIGN TO PAYIN
                             STATUS ST-PAY-CARDS.
           SELECT PAY-RPT    ASSIGN TO PAYRPT
                             STATUS ST-PAY-RPT.
      *PAY-JRN, uygulanan her ucret isleminin calisma tarihi, action
      *kodu ve PAYMAST once/sonra goruntusuyle yazildigi kalici ucret
      *jurnalidir; AUDITJRN gibi EXTEND ile acilir ki gecmis
      *korunarak birikimli buyusun.
           SELECT PAY-JRN    ASSIGN TO PAYJRN
                             STATUS ST-PAY-JRN.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-MAST RECORDING MODE F.
      *Ucret kaydinin duzeni PBHKIDEM ile ortak oldugundan PAYREC
      *kopya kitabindan alinir.
           COPY PAYREC REPLACING ==RECORD-NAME-TAG== BY ==PAY-REC==.
       FD  DATE-REC RECORDING MODE F.
      *"DATE-REC" adlı dosyayı tanımlar ve F (fixed) modda çalıştırır.
      *yani girilen veri boyutlarının tam boyut olduğunu belirtir.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==DATEIN==.
       FD  PAY-CARDS RECORDING MODE F.
      *"PAY-CARDS" islem kartlari: ekleme (A), duzeltme (C) ya da
      *silme (D) + REC-ID + donem + brut ucret + kademe + yururluk
      *tarihi. Ucret artisi 'C' kartiyla yeni tutar ve yeni yururluk
      *tarihi verilerek yapilir; eski tutar jurnalde kalir.
         01  PAY-CARD.
           03 PYC-ACTION        PIC X(01).
             88 PYC-ADD                 VALUE 'A'.
             88 PYC-CHANGE              VALUE 'C'.
             88 PYC-DELETE              VALUE 'D'.
           03 PYC-ID            PIC X(04).
           03 PYC-SPELL         PIC X(02).
      *Brut ucret kartta iki ondalik haneli, noktasiz ve sifir
      *doldurulmus verilir (000450000 = 4.500,00 TL).
           03 PYC-GROSS         PIC X(09).
           03 PYC-GROSS-N REDEFINES PYC-GROSS
                                PIC 9(07)V9(02).
           03 PYC-GRADE         PIC X(03).
           03 PYC-EFF-DATE      PIC X(08).
       FD  PAY-RPT RECORDING MODE F.
      *"PAY-RPT", her islem kartinin sonucunu (uygulandi/reddedildi)
      *listeleyen kisa bir isletim raporudur.
         01  PAY-RPT-LINE         PIC X(80).
       FD  PAY-JRN RECORDING MODE F.
      *Ucret jurnal kaydinin duzeni PAYJREC kopya kitabindadir.
           COPY PAYJREC REPLACING ==RECORD-NAME-TAG==
                                  BY ==PAY-JRN-REC==.

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 ST-PAY-MAST        PIC 9(2).
           03 ST-DATE-REC        PIC 9(2).
           03 ST-PAY-CARDS       PIC 9(2).
           88 PAY-CARDS-EOF                  VALUE 10.
           03 ST-PAY-RPT         PIC 9(2).
           03 ST-PAY-JRN         PIC 9(2).
      *Calisma tarihi; H100-OPEN-FILES'ta bir kere alinir ve tum
      *jurnal kayitlarina ayni degerle yazilir.
           03 WS-RUN-DATE        PIC 9(08).
      *Jurnal icin islem uygulanmadan once ve uygulandiktan sonra
      *saklanan PAYMAST goruntuleri.
           03 WS-BEFORE-IMAGE    PIC X(26).
           03 WS-AFTER-IMAGE     PIC X(26).
      *Henuz hic yuklenmemis (bos tanimlanmis) bir KSDS I-O
      *acilista 35 dondurur; bu durumda dosya ilk yukleme icin
      *OUTPUT ile yeniden acilir ve yalnizca ekleme kartlari
      *islenebilir (PBHDEPT ile ayni duzen).
           03 WS-LOAD-MODE-SW    PIC X(01) VALUE 'N'.
             88 WS-INITIAL-LOAD         VALUE 'Y'.
      *Islem kartinin on-editten gecip gecmedigini tutan anahtar;
      *1000-EDIT-CARD doldurur, 2000-APPLY-CARD bakar.
           03 WS-CRD-EDIT-SW     PIC X(01).
             88 CRD-EDIT-OK             VALUE 'Y'.
             88 CRD-EDIT-FAILED         VALUE 'N'.
      *PYC-EFF-DATE alaninin gercek bir takvim tarihi olup olmadigini
      *kontrol etmek icin kullanilan calisma alani; ay/gun/artik-yil
      *kurallari PBHMAINT/PBHWORK2'deki 1100-VALIDATE-DATE-FIELD ile
      *birebir aynidir.
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
           03 WS-APPLIED-CNT     PIC 9(06) COMP.
           03 WS-REJECTED-CNT    PIC 9(06) COMP.
      *Rapor satiri kalibi; her islem icin bir kere doldurulup yazilir.
         01  RPT-LINE.
           03 RPT-ACTION         PIC X(01).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 RPT-ID             PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 RPT-SPELL          PIC X(02).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 RPT-RESULT         PIC X(10).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 RPT-MESSAGE        PIC X(56).

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-READ-NEXT-CARD UNTIL PAY-CARDS-EOF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *PAY-MAST'i I-O, DATE-REC'i ve kartlari girdi, raporu cikti,
      *jurnali EXTEND olarak acar ve ilk islem kartini okur.
       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O    PAY-MAST.
      *Ilk yukleme: bos tanimlanmis KSDS I-O acilista 35 dondurur,
      *dosya OUTPUT ile yeniden acilip ekleme kartlariyla doldurulur.
      *Duzeltme/silme kartlari bu modda reddedilir.
           IF ST-PAY-MAST = 35
              SET WS-INITIAL-LOAD TO TRUE
              DISPLAY 'PBHPAYMT - EMPTY PAYMAST, INITIAL LOAD MODE'
              OPEN OUTPUT PAY-MAST
           END-IF.
           OPEN INPUT  DATE-REC.
           OPEN INPUT  PAY-CARDS.
           OPEN OUTPUT PAY-RPT.
           IF (ST-PAY-MAST NOT = 0) AND (ST-PAY-MAST NOT = 97)
           DISPLAY 'UNABLE TO OPEN PAYMAST: ' ST-PAY-MAST
           MOVE ST-PAY-MAST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-DATE-REC NOT = 0) AND (ST-DATE-REC NOT = 97)
           DISPLAY 'UNABLE TO OPEN DATEREC: ' ST-DATE-REC
           MOVE ST-DATE-REC TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-PAY-CARDS NOT = 0) AND (ST-PAY-CARDS NOT = 97)
           DISPLAY 'UNABLE TO OPEN PAYIN: ' ST-PAY-CARDS
           MOVE ST-PAY-CARDS TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-PAY-RPT NOT = 0) AND (ST-PAY-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN PAYRPT: ' ST-PAY-RPT
           MOVE ST-PAY-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Jurnal birikimli oldugundan EXTEND ile acilir; dosya daha once
      *hic olusturulmamissa bile MOD'lu DD karti sayesinde EXTEND
      *bos dosyaya yazmaya devam eder (PBHMAINT AUDITJRN ile ayni).
           OPEN EXTEND PAY-JRN.
           IF (ST-PAY-JRN NOT = 0) AND (ST-PAY-JRN NOT = 97)
           DISPLAY 'UNABLE TO OPEN PAYJRN: ' ST-PAY-JRN
           MOVE ST-PAY-JRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PAY-CARDS.
           IF (ST-PAY-CARDS NOT = 0) AND
              (ST-PAY-CARDS NOT = 97) AND
              (ST-PAY-CARDS NOT = 10)
           DISPLAY 'UNABLE TO READ PAYIN: ' ST-PAY-CARDS
           MOVE ST-PAY-CARDS TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *Islem kartini isler ve bir sonrakini okur.
       H200-READ-NEXT-CARD.
               PERFORM 2000-APPLY-CARD
               READ PAY-CARDS.
       H200-END. EXIT.
      *Karti action koduna gore ekleme, duzeltme ya da silme
      *paragrafina dagitir; taninmayan kod dogrudan reddedilir.
      *Kart once 1000-EDIT-CARD'dan gecer; editten kalan kart ana
      *dosyaya hic dokunmadan, kalma sebebiyle birlikte reddedilir.
       2000-APPLY-CARD.
           PERFORM 1000-EDIT-CARD
           IF CRD-EDIT-FAILED
              PERFORM 2950-WRITE-REJECT-LINE
           ELSE
              MOVE PYC-ID    TO PAY-ID
              MOVE PYC-SPELL TO PAY-SPELL
              EVALUATE TRUE
                 WHEN PYC-ADD
                    PERFORM 2100-ADD-PAY
                 WHEN PYC-CHANGE
                    PERFORM 2200-CHANGE-PAY
                 WHEN PYC-DELETE
                    PERFORM 2300-DELETE-PAY
                 WHEN OTHER
                    MOVE 'INVALID ACTION CODE' TO RPT-MESSAGE
                    PERFORM 2950-WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.
       2000-END. EXIT.
      *Islem kartini edit eder: REC-ID sayisal, donem gecerli bir
      *donem numarasi olmali; ekleme ve duzeltmede brut ucret sayisal
      *ve sifirdan buyuk, kademe dolu, yururluk tarihi gercek bir
      *takvim tarihi olmalidir. Silme karti yalnizca anahtari
      *tasidigindan alan kontrollerine girmez. Ilk kalinan kural
      *RPT-MESSAGE'a yazilir.
       1000-EDIT-CARD.
           SET CRD-EDIT-OK TO TRUE
           IF PYC-ID NOT NUMERIC
              MOVE 'PYC-ID NOT NUMERIC' TO RPT-MESSAGE
              SET CRD-EDIT-FAILED TO TRUE
           END-IF
           IF CRD-EDIT-OK
              IF PYC-SPELL NOT NUMERIC OR PYC-SPELL = '00'
                 MOVE 'PYC-SPELL NOT A VALID SPELL' TO RPT-MESSAGE
                 SET CRD-EDIT-FAILED TO TRUE
              END-IF
           END-IF
           IF CRD-EDIT-OK AND (PYC-ADD OR PYC-CHANGE)
              PERFORM 1050-EDIT-PAY-FIELDS
           END-IF.
       1000-END. EXIT.
      *Ekleme ve duzeltme kartlarinin alan editleri.
       1050-EDIT-PAY-FIELDS.
           IF PYC-GROSS NOT NUMERIC
              MOVE 'PYC-GROSS NOT NUMERIC' TO RPT-MESSAGE
              SET CRD-EDIT-FAILED TO TRUE
           ELSE
              IF PYC-GROSS-N = ZERO
                 MOVE 'PYC-GROSS ZERO' TO RPT-MESSAGE
                 SET CRD-EDIT-FAILED TO TRUE
              END-IF
           END-IF
           IF CRD-EDIT-OK AND PYC-GRADE = SPACES
              MOVE 'PYC-GRADE BLANK' TO RPT-MESSAGE
              SET CRD-EDIT-FAILED TO TRUE
           END-IF
           IF CRD-EDIT-OK
              IF PYC-EFF-DATE NOT NUMERIC
                 MOVE 'PYC-EFF-DATE NOT NUMERIC' TO RPT-MESSAGE
                 SET CRD-EDIT-FAILED TO TRUE
              ELSE
                 MOVE PYC-EFF-DATE TO WS-CHK-DATE
                 PERFORM 1100-VALIDATE-DATE-FIELD
                 IF WS-CHK-INVALID
                    MOVE 'PYC-EFF-DATE NOT A VALID DATE'
                       TO RPT-MESSAGE
                    SET CRD-EDIT-FAILED TO TRUE
                 END-IF
              END-IF
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
      *Yeni bir ucret kaydi ekler. Hedef istihdam donemi DATE-REC'te
      *bulunmalidir; anahtar zaten PAYMAST'ta varsa islem reddedilir
      *(ucret degisikligi 'C' kartiyla yapilir).
       2100-ADD-PAY.
           MOVE PYC-ID    TO REC-ID
           MOVE PYC-SPELL TO REC-SPELL
           READ DATE-REC
              INVALID KEY
                 MOVE 'REC-KEY NOT ON DATEREC' TO RPT-MESSAGE
                 PERFORM 2950-WRITE-REJECT-LINE
              NOT INVALID KEY
                 PERFORM 2150-WRITE-NEW-PAY
           END-READ.
       2100-END. EXIT.
      *Ucret kaydini karttan kurar ve PAYMAST'a yazar.
       2150-WRITE-NEW-PAY.
           MOVE PYC-GROSS-N  TO PAY-GROSS
           MOVE PYC-GRADE    TO PAY-GRADE
           MOVE PYC-EFF-DATE TO PAY-EFF-DATE
      *Eklemede kaydin oncesi yoktur; jurnalde once-goruntusu bosluk
      *olarak birakilir.
           MOVE SPACES  TO WS-BEFORE-IMAGE
           MOVE PAY-REC TO WS-AFTER-IMAGE
           WRITE PAY-REC
              INVALID KEY
                 MOVE 'DUPLICATE PAY-KEY' TO RPT-MESSAGE
                 PERFORM 2950-WRITE-REJECT-LINE
              NOT INVALID KEY
                 MOVE 'PAY ADDED' TO RPT-MESSAGE
                 PERFORM 2900-WRITE-APPLIED-LINE
                 PERFORM 2800-WRITE-PAY-JOURNAL
           END-WRITE.
       2150-END. EXIT.
      *Var olan bir ucret kaydinin tutarini/kademesini/yururluk
      *tarihini duzeltir; kayit bulunamazsa islem reddedilir.
       2200-CHANGE-PAY.
           IF WS-INITIAL-LOAD
              MOVE 'INITIAL LOAD, A CARDS ONLY' TO RPT-MESSAGE
              PERFORM 2950-WRITE-REJECT-LINE
           ELSE
              READ PAY-MAST
                 INVALID KEY
                    MOVE 'PAY-KEY NOT FOUND' TO RPT-MESSAGE
                    PERFORM 2950-WRITE-REJECT-LINE
                 NOT INVALID KEY
                    MOVE PAY-REC      TO WS-BEFORE-IMAGE
                    MOVE PYC-GROSS-N  TO PAY-GROSS
                    MOVE PYC-GRADE    TO PAY-GRADE
                    MOVE PYC-EFF-DATE TO PAY-EFF-DATE
                    MOVE PAY-REC      TO WS-AFTER-IMAGE
                    REWRITE PAY-REC
                       INVALID KEY
                          MOVE 'REWRITE FAILED' TO RPT-MESSAGE
                          PERFORM 2950-WRITE-REJECT-LINE
                       NOT INVALID KEY
                          MOVE 'PAY CHANGED' TO RPT-MESSAGE
                          PERFORM 2900-WRITE-APPLIED-LINE
                          PERFORM 2800-WRITE-PAY-JOURNAL
                    END-REWRITE
              END-READ
           END-IF.
       2200-END. EXIT.
      *Var olan bir ucret kaydini PAYMAST'tan siler; kayit
      *bulunamazsa islem reddedilir.
       2300-DELETE-PAY.
           IF WS-INITIAL-LOAD
              MOVE 'INITIAL LOAD, A CARDS ONLY' TO RPT-MESSAGE
              PERFORM 2950-WRITE-REJECT-LINE
           ELSE
              READ PAY-MAST
                 INVALID KEY
                    MOVE 'PAY-KEY NOT FOUND' TO RPT-MESSAGE
                    PERFORM 2950-WRITE-REJECT-LINE
                 NOT INVALID KEY
      *Silmede kaydin sonrasi yoktur; jurnalde sonra-goruntusu bosluk
      *olarak birakilir.
                    MOVE PAY-REC TO WS-BEFORE-IMAGE
                    MOVE SPACES  TO WS-AFTER-IMAGE
                    DELETE PAY-MAST
                       INVALID KEY
                          MOVE 'DELETE FAILED' TO RPT-MESSAGE
                          PERFORM 2950-WRITE-REJECT-LINE
                       NOT INVALID KEY
                          MOVE 'PAY DELETED' TO RPT-MESSAGE
                          PERFORM 2900-WRITE-APPLIED-LINE
                          PERFORM 2800-WRITE-PAY-JOURNAL
                    END-DELETE
              END-READ
           END-IF.
       2300-END. EXIT.
      *Basariyla uygulanan islemi calisma tarihi, action kodu ve
      *once/sonra goruntuleriyle ucret jurnaline yazar; yalnizca
      *WRITE/REWRITE/DELETE'in basarili koluna girildiginde cagrilir.
       2800-WRITE-PAY-JOURNAL.
           MOVE WS-RUN-DATE     TO PJR-RUN-DATE
           MOVE PYC-ACTION      TO PJR-ACTION
           MOVE PYC-ID          TO PJR-ID
           MOVE PAY-SPELL       TO PJR-SPELL
           MOVE WS-BEFORE-IMAGE TO PJR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO PJR-AFTER-IMAGE
           WRITE PAY-JRN-REC.
       2800-END. EXIT.
      *Basariyla uygulanan bir islemi rapora yazar ve sayacini artirir.
       2900-WRITE-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-CNT
           MOVE PYC-ACTION  TO RPT-ACTION
           MOVE PYC-ID      TO RPT-ID
           MOVE PYC-SPELL   TO RPT-SPELL
           MOVE 'APPLIED'   TO RPT-RESULT
           MOVE RPT-LINE    TO PAY-RPT-LINE
           WRITE PAY-RPT-LINE.
       2900-END. EXIT.
      *Reddedilen bir islemi rapora yazar ve sayacini artirir.
       2950-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-CNT
           MOVE PYC-ACTION  TO RPT-ACTION
           MOVE PYC-ID      TO RPT-ID
           MOVE PYC-SPELL   TO RPT-SPELL
           MOVE 'REJECTED'  TO RPT-RESULT
           MOVE RPT-LINE    TO PAY-RPT-LINE
           WRITE PAY-RPT-LINE.
       2950-END. EXIT.
      *Uygulanan ve reddedilen islem sayisini gosterip dosyalari
      *kapatir.
       H999-PROGRAM-EXIT.
           DISPLAY 'PBHPAYMT - APPLIED : ' WS-APPLIED-CNT
           DISPLAY 'PBHPAYMT - REJECTED: ' WS-REJECTED-CNT
           CLOSE PAY-MAST.
           CLOSE DATE-REC.
           CLOSE PAY-CARDS.
           CLOSE PAY-RPT.
           CLOSE PAY-JRN.
           GOBACK.

      *
