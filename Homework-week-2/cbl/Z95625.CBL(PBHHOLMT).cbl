      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHHOLMT.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, resmi tatil takvimi ana dosyasini (HOLMAST) tek
      *tek islem kartlariyla (HOLIN) guncelleyen bakim programinin
      *dosya baglantilarini tanimlar. Takvim her yil sonunda ertesi
      *yilin kartlariyla (bir yil karti + o yilin tatilleri)
      *genisletilir; PBHWORK2 yili girilmemis bir tarih araligina
      *rastlarsa calismayi durdurur.
       FILE-CONTROL.
      *HOL-MAST, yil + tarih uzerinden anahtarlanmis indeksli ana
      *dosyadir; PBHWORK2 salt okunur kullanir, yalnizca bu program
      *gunceller. Yil kaydi silinirken o yilin tatilleri START ile
      *taranacagindan PBHDEPT'ten farkli olarak DYNAMIC modda I-O
      *acilir.
           SELECT HOL-MAST   ASSIGN TO HOLMAST
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY HOL-KEY
                             STATUS ST-HOL-MAST.
           SELECT HOL-CARDS  ASSIGN TO HOLIN
                             STATUS ST-HOL-CARDS.
           SELECT HOL-RPT    ASSIGN TO HOLRPT
                             STATUS ST-HOL-RPT.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FILE SECTION.
       FD  HOL-MAST RECORDING MODE F.
      *Takvim kaydinin duzeni PBHWORK2 ile ortak oldugundan HOLREC
      *kopya kitabindan alinir.
           COPY HOLREC REPLACING ==RECORD-NAME-TAG== BY ==HOL-REC==.
       FD  HOL-CARDS RECORDING MODE F.
      *"HOL-CARDS" islem kartlari: ekleme (A), duzeltme (C) ya da
      *silme (D) + kayit turu (Y = yil, T = tatil) + tarih +
      *aciklama. Yil kartinda tarih YYYY0000 olarak verilir; tatil
      *karti ancak yili acilmis (yil karti girilmis) bir tarih icin
      *kabul edilir. Yalnizca aciklama duzeltilebilir; tarihi yanlis
      *girilen tatil silinip yeniden eklenir.
         01  HOL-CARD.
           03 HCD-ACTION        PIC X(01).
             88 HCD-ADD                 VALUE 'A'.
             88 HCD-CHANGE              VALUE 'C'.
             88 HCD-DELETE              VALUE 'D'.
           03 HCD-TYPE          PIC X(01).
             88 HCD-TYPE-YEAR           VALUE 'Y'.
             88 HCD-TYPE-HOLIDAY        VALUE 'T'.
           03 HCD-DATE          PIC X(08).
           03 HCD-DATE-R REDEFINES HCD-DATE.
             05 HCD-YYYY        PIC 9(04).
             05 HCD-MMDD        PIC 9(04).
           03 HCD-DATE-N REDEFINES HCD-DATE PIC 9(08).
           03 HCD-DESC          PIC X(20).
       FD  HOL-RPT RECORDING MODE F.
      *"HOL-RPT", her islem kartinin sonucunu (uygulandi/reddedildi)
      *listeleyen kisa bir isletim raporudur.
         01  HOL-RPT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 ST-HOL-MAST        PIC 9(2).
           03 ST-HOL-CARDS       PIC 9(2).
           88 HOL-CARDS-EOF                  VALUE 10.
           03 ST-HOL-RPT         PIC 9(2).
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
      *Tatil kartinin yilinin acik olup olmadigi ve silinecek yil
      *kaydinin altinda tatil kalip kalmadigi icin kullanilan
      *anahtarlar.
           03 WS-YEAR-OPEN-SW    PIC X(01).
             88 WS-YEAR-OPEN            VALUE 'Y'.
             88 WS-YEAR-NOT-OPEN        VALUE 'N'.
           03 WS-YEAR-BUSY-SW    PIC X(01).
             88 WS-YEAR-HAS-HOLIDAYS    VALUE 'Y'.
             88 WS-YEAR-EMPTY           VALUE 'N'.
      *Tatilin hafta sonuna denk gelip gelmedigini bulmak icin gun
      *numarasi; FUNCTION INTEGER-OF-DATE'in 1. gunu (1601-01-01)
      *Pazartesidir, kalan 5 ve 6 Cumartesi/Pazar demektir.
           03 WS-DAY-INT         PIC 9(08).
           03 WS-DAY-QUOT        PIC 9(08).
           03 WS-DAY-OF-WEEK     PIC 9(01).
             88 WS-WEEKEND-DAY          VALUE 5 6.
         01  WS-COUNTERS.
           03 WS-APPLIED-CNT     PIC 9(06) COMP.
           03 WS-REJECTED-CNT    PIC 9(06) COMP.
      *Ilk yuklemede ana dosya okunamadigindan bu calismada acilan
      *yillar burada tutulur; ayni destedeki tatil kartlari yilin
      *acik oldugunu buradan da ogrenir.
         01  WS-OPENED-YEARS.
           03 WS-OPN-CNT         PIC 9(04) COMP VALUE 0.
           03 WS-OPN-IX          PIC 9(04) COMP.
           03 WS-OPN-YEAR        PIC 9(04) OCCURS 100 TIMES.
      *HCD-DATE'in gercek bir takvim tarihi olup olmadigini kontrol
      *etmek icin kullanilan calisma alani (PBHWORK2 ile ayni).
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
      *Rapor satiri kalibi; her islem icin bir kere doldurulup yazilir.
         01  RPT-LINE.
           03 RPT-ACTION         PIC X(01).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 RPT-TYPE           PIC X(01).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 RPT-DATE           PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 RPT-RESULT         PIC X(10).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 RPT-MESSAGE        PIC X(53).

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-READ-NEXT-CARD UNTIL HOL-CARDS-EOF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *HOL-MAST'i I-O, kartlari girdi, raporu cikti olarak acar ve
      *ilk islem kartini okur.
       H100-OPEN-FILES.
           OPEN I-O    HOL-MAST.
      *Ilk yukleme: bos tanimlanmis KSDS I-O acilista 35 dondurur,
      *dosya OUTPUT ile yeniden acilip ekleme kartlariyla doldurulur.
      *Duzeltme/silme kartlari bu modda reddedilir.
           IF ST-HOL-MAST = 35
              SET WS-INITIAL-LOAD TO TRUE
              DISPLAY 'PBHHOLMT - EMPTY HOLMAST, INITIAL LOAD MODE'
              OPEN OUTPUT HOL-MAST
           END-IF.
           OPEN INPUT  HOL-CARDS.
           OPEN OUTPUT HOL-RPT.
           IF (ST-HOL-MAST NOT = 0) AND (ST-HOL-MAST NOT = 97)
           DISPLAY 'UNABLE TO OPEN HOLMAST: ' ST-HOL-MAST
           MOVE ST-HOL-MAST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-HOL-CARDS NOT = 0) AND (ST-HOL-CARDS NOT = 97)
           DISPLAY 'UNABLE TO OPEN HOLIN: ' ST-HOL-CARDS
           MOVE ST-HOL-CARDS TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-HOL-RPT NOT = 0) AND (ST-HOL-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN HOLRPT: ' ST-HOL-RPT
           MOVE ST-HOL-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ HOL-CARDS.
           IF (ST-HOL-CARDS NOT = 0) AND (ST-HOL-CARDS NOT = 97)
           DISPLAY 'UNABLE TO READ HOLIN: ' ST-HOL-CARDS
           MOVE ST-HOL-CARDS TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *Islem kartini isler ve bir sonrakini okur.
       H200-READ-NEXT-CARD.
               PERFORM 2000-APPLY-CARD
               READ HOL-CARDS.
       H200-END. EXIT.
      *Karti once 1000-EDIT-CARD'dan gecirir, sonra action koduna
      *gore ekleme, duzeltme ya da silme paragrafina dagitir;
      *editten kalan kart ana dosyaya hic dokunmadan reddedilir.
       2000-APPLY-CARD.
           MOVE SPACES TO RPT-MESSAGE
           PERFORM 1000-EDIT-CARD
           IF CRD-EDIT-FAILED
              PERFORM 2950-WRITE-REJECT-LINE
           ELSE
              MOVE HCD-YYYY TO HOL-YEAR
              IF HCD-TYPE-YEAR
                 MOVE ZERO       TO HOL-DATE
              ELSE
                 MOVE HCD-DATE-N TO HOL-DATE
              END-IF
              EVALUATE TRUE
                 WHEN HCD-ADD
                    PERFORM 2100-ADD-ENTRY
                 WHEN HCD-CHANGE
                    PERFORM 2200-CHANGE-ENTRY
                 WHEN HCD-DELETE
                    PERFORM 2300-DELETE-ENTRY
                 WHEN OTHER
                    MOVE 'INVALID ACTION CODE' TO RPT-MESSAGE
                    PERFORM 2950-WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.
       2000-END. EXIT.
      *Islem kartini edit eder: tur Y ya da T olmali, tarih sayisal
      *olmali; yil kartinda ay/gun 0000, tatil kartinda gecerli bir
      *takvim tarihi beklenir. Ekleme ve duzeltmede aciklama bos
      *olamaz. Ilk kalinan kural RPT-MESSAGE'a yazilir.
       1000-EDIT-CARD.
           SET CRD-EDIT-OK TO TRUE
           IF NOT HCD-TYPE-YEAR AND NOT HCD-TYPE-HOLIDAY
              MOVE 'HCD-TYPE NOT Y OR T' TO RPT-MESSAGE
              SET CRD-EDIT-FAILED TO TRUE
           END-IF
           IF CRD-EDIT-OK AND HCD-DATE NOT NUMERIC
              MOVE 'HCD-DATE NOT NUMERIC' TO RPT-MESSAGE
              SET CRD-EDIT-FAILED TO TRUE
           END-IF
           IF CRD-EDIT-OK AND HCD-TYPE-YEAR
              IF HCD-YYYY < 1601 OR HCD-MMDD NOT = ZERO
                 MOVE 'YEAR CARD DATE NOT YYYY0000' TO RPT-MESSAGE
                 SET CRD-EDIT-FAILED TO TRUE
              END-IF
           END-IF
           IF CRD-EDIT-OK AND HCD-TYPE-HOLIDAY
              MOVE HCD-DATE-N TO WS-CHK-DATE
              PERFORM 1100-VALIDATE-DATE-FIELD
              IF WS-CHK-INVALID
                 MOVE 'HCD-DATE NOT A CALENDAR DATE' TO RPT-MESSAGE
                 SET CRD-EDIT-FAILED TO TRUE
              END-IF
           END-IF
           IF CRD-EDIT-OK AND (HCD-ADD OR HCD-CHANGE)
              IF HCD-DESC = SPACES
                 MOVE 'HCD-DESC BLANK' TO RPT-MESSAGE
                 SET CRD-EDIT-FAILED TO TRUE
              END-IF
           END-IF.
       1000-END. EXIT.
      *WS-CHK-DATE alanindaki YYYYAADD degerinin ay ve gun sinirlari
      *icinde kalip kalmadigini kontrol eder, WS-CHK-SW'ye sonucu koyar.
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
      *Yeni bir yil ya da tatil kaydi ekler. Tatil ancak yili acik
      *ise eklenir; ayni anahtar zaten varsa islem reddedilir. Yil
      *karti bu calismada acilan yillar tablosuna da yazilir.
       2100-ADD-ENTRY.
           IF HCD-TYPE-HOLIDAY
              PERFORM 2400-CHECK-YEAR-OPEN
              IF WS-YEAR-NOT-OPEN
                 MOVE 'YEAR NOT OPENED, ADD Y CARD FIRST'
                                               TO RPT-MESSAGE
                 PERFORM 2950-WRITE-REJECT-LINE
              ELSE
                 PERFORM 2150-WRITE-ENTRY
              END-IF
           ELSE
              PERFORM 2150-WRITE-ENTRY
           END-IF.
       2100-END. EXIT.
      *Kart alanlarindan kaydi kurup yazar. Hafta sonuna denk gelen
      *tatil yine de kaydedilir (takvim resmi listeyi eksiksiz
      *tutar) ama is gunu hesabinda zaten sayilmayacagi raporda
      *belirtilir.
       2150-WRITE-ENTRY.
           MOVE HCD-YYYY TO HOL-YEAR
           IF HCD-TYPE-YEAR
              MOVE ZERO       TO HOL-DATE
           ELSE
              MOVE HCD-DATE-N TO HOL-DATE
           END-IF
           MOVE HCD-DESC TO HOL-DESC
           MOVE HCD-TYPE TO HOL-TYPE
           WRITE HOL-REC
              INVALID KEY
                 MOVE 'DUPLICATE HOL-KEY' TO RPT-MESSAGE
                 PERFORM 2950-WRITE-REJECT-LINE
              NOT INVALID KEY
                 IF HCD-TYPE-YEAR
                    PERFORM 2160-REMEMBER-YEAR
                    MOVE 'YEAR OPENED' TO RPT-MESSAGE
                 ELSE
                    PERFORM 2170-SET-DAY-OF-WEEK
                    IF WS-WEEKEND-DAY
                       MOVE 'HOLIDAY ADDED, FALLS ON WEEKEND'
                                               TO RPT-MESSAGE
                    ELSE
                       MOVE 'HOLIDAY ADDED' TO RPT-MESSAGE
                    END-IF
                 END-IF
                 PERFORM 2900-WRITE-APPLIED-LINE
           END-WRITE.
       2150-END. EXIT.
      *Bu calismada acilan yili tabloya ekler; tablo doluysa yil
      *yine ana dosyadadir, yalnizca ilk yuklemede ayni destedeki
      *tatil kartlari onu goremez ve ayri bir calismada verilir.
       2160-REMEMBER-YEAR.
           IF WS-OPN-CNT < 100
              ADD 1 TO WS-OPN-CNT
              MOVE HCD-YYYY TO WS-OPN-YEAR (WS-OPN-CNT)
           END-IF.
       2160-END. EXIT.
      *Tatil tarihinin hafta gununu WS-DAY-OF-WEEK'e koyar
      *(0 = Pazartesi ... 6 = Pazar).
       2170-SET-DAY-OF-WEEK.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(HCD-DATE-N)
           SUBTRACT 1 FROM WS-DAY-INT
           DIVIDE WS-DAY-INT BY 7 GIVING WS-DAY-QUOT
                                  REMAINDER WS-DAY-OF-WEEK.
       2170-END. EXIT.
      *Var olan bir yil ya da tatil kaydinin aciklamasini duzeltir.
      *Kayit bulunamazsa islem reddedilir.
       2200-CHANGE-ENTRY.
           IF WS-INITIAL-LOAD
              MOVE 'INITIAL LOAD, A CARDS ONLY' TO RPT-MESSAGE
              PERFORM 2950-WRITE-REJECT-LINE
           ELSE
              READ HOL-MAST
                 INVALID KEY
                    MOVE 'HOL-KEY NOT FOUND' TO RPT-MESSAGE
                    PERFORM 2950-WRITE-REJECT-LINE
                 NOT INVALID KEY
                    MOVE HCD-DESC TO HOL-DESC
                    REWRITE HOL-REC
                       INVALID KEY
                          MOVE 'REWRITE FAILED' TO RPT-MESSAGE
                          PERFORM 2950-WRITE-REJECT-LINE
                       NOT INVALID KEY
                          MOVE 'ENTRY CHANGED' TO RPT-MESSAGE
                          PERFORM 2900-WRITE-APPLIED-LINE
                    END-REWRITE
              END-READ
           END-IF.
       2200-END. EXIT.
      *Bir tatili ya da yil kaydini siler. Yil kaydi, altinda hala
      *tatil varken silinmez; once o yilin tatilleri D kartlariyla
      *silinmelidir ki yarim bir yil "girilmis" gibi kalmasin.
       2300-DELETE-ENTRY.
           IF WS-INITIAL-LOAD
              MOVE 'INITIAL LOAD, A CARDS ONLY' TO RPT-MESSAGE
              PERFORM 2950-WRITE-REJECT-LINE
           ELSE
              SET WS-YEAR-EMPTY TO TRUE
              IF HCD-TYPE-YEAR
                 PERFORM 2350-CHECK-YEAR-EMPTY
              END-IF
              IF WS-YEAR-HAS-HOLIDAYS
                 MOVE 'YEAR STILL HAS HOLIDAYS' TO RPT-MESSAGE
                 PERFORM 2950-WRITE-REJECT-LINE
              ELSE
                 PERFORM 2310-DELETE-BY-KEY
              END-IF
           END-IF.
       2300-END. EXIT.
      *Kart anahtarindaki kaydi okuyup siler.
       2310-DELETE-BY-KEY.
           MOVE HCD-YYYY TO HOL-YEAR
           IF HCD-TYPE-YEAR
              MOVE ZERO       TO HOL-DATE
           ELSE
              MOVE HCD-DATE-N TO HOL-DATE
           END-IF
           READ HOL-MAST
              INVALID KEY
                 MOVE 'HOL-KEY NOT FOUND' TO RPT-MESSAGE
                 PERFORM 2950-WRITE-REJECT-LINE
              NOT INVALID KEY
                 DELETE HOL-MAST
                    INVALID KEY
                       MOVE 'DELETE FAILED' TO RPT-MESSAGE
                       PERFORM 2950-WRITE-REJECT-LINE
                    NOT INVALID KEY
                       MOVE 'ENTRY DELETED' TO RPT-MESSAGE
                       PERFORM 2900-WRITE-APPLIED-LINE
                 END-DELETE
           END-READ.
       2310-END. EXIT.
      *Yil kaydindan sonraki ilk anahtara konumlanir; ayni yila ait
      *bir kayit gelirse yilin altinda tatil vardir.
       2350-CHECK-YEAR-EMPTY.
           MOVE HCD-YYYY TO HOL-YEAR
           MOVE ZERO     TO HOL-DATE
           START HOL-MAST KEY > HOL-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ HOL-MAST NEXT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF HOL-YEAR = HCD-YYYY
                          SET WS-YEAR-HAS-HOLIDAYS TO TRUE
                       END-IF
                 END-READ
           END-START.
       2350-END. EXIT.
      *Tatil kartinin yili bu calismada acilmissa ya da ana dosyada
      *yil kaydi varsa WS-YEAR-OPEN isaretlenir. Ilk yuklemede ana
      *dosya okunamadigindan yalnizca tabloya bakilir.
       2400-CHECK-YEAR-OPEN.
           SET WS-YEAR-NOT-OPEN TO TRUE
           PERFORM 2410-SCAN-OPENED-YEAR
              VARYING WS-OPN-IX FROM 1 BY 1
              UNTIL WS-OPN-IX > WS-OPN-CNT OR WS-YEAR-OPEN
           IF WS-YEAR-NOT-OPEN AND NOT WS-INITIAL-LOAD
              MOVE HCD-YYYY TO HOL-YEAR
              MOVE ZERO     TO HOL-DATE
              READ HOL-MAST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-YEAR-OPEN TO TRUE
              END-READ
           END-IF.
       2400-END. EXIT.
      *Acilan yillar tablosu arama dongusunun tek adimi.
       2410-SCAN-OPENED-YEAR.
           IF WS-OPN-YEAR (WS-OPN-IX) = HCD-YYYY
              SET WS-YEAR-OPEN TO TRUE
           END-IF.
       2410-END. EXIT.
      *Basariyla uygulanan bir islemi rapora yazar ve sayacini artirir.
       2900-WRITE-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-CNT
           MOVE HCD-ACTION  TO RPT-ACTION
           MOVE HCD-TYPE    TO RPT-TYPE
           MOVE HCD-DATE    TO RPT-DATE
           MOVE 'APPLIED'   TO RPT-RESULT
           MOVE RPT-LINE    TO HOL-RPT-LINE
           WRITE HOL-RPT-LINE.
       2900-END. EXIT.
      *Reddedilen bir islemi rapora yazar ve sayacini artirir.
       2950-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-CNT
           MOVE HCD-ACTION  TO RPT-ACTION
           MOVE HCD-TYPE    TO RPT-TYPE
           MOVE HCD-DATE    TO RPT-DATE
           MOVE 'REJECTED'  TO RPT-RESULT
           MOVE RPT-LINE    TO HOL-RPT-LINE
           WRITE HOL-RPT-LINE.
       2950-END. EXIT.
      *Uygulanan ve reddedilen islem sayisini gosterip dosyalari
      *kapatir; reddedilen kart varsa RC 4 ile biter ki eksik kalan
      *bir takvim yili gozden kacmasin.
       H999-PROGRAM-EXIT.
           DISPLAY 'PBHHOLMT - APPLIED : ' WS-APPLIED-CNT
           DISPLAY 'PBHHOLMT - REJECTED: ' WS-REJECTED-CNT
           IF WS-REJECTED-CNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE HOL-MAST.
           CLOSE HOL-CARDS.
           CLOSE HOL-RPT.
           GOBACK.

      *
