      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHMASK.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, uretim dosyalarinin (DATE-REC ana dosyasi,
      *REJECTS suspense, ARCHIVE arsiv ve AUDITJRN denetim jurnali)
      *test ortamina verilecek maskeli kopyalarini ureten programin
      *dosya baglantilarini tanimlar. Ad ve soyad, gizli anahtarla
      *turetilen takma adlarla degistirilir; ayni ad her dosyada ve
      *jurnalin once/sonra goruntulerinde ayni takma adi alir. REC-ID,
      *donem, tarihler, bolum ve durum oldugu gibi kalir ki PBHWORK2
      *ve diger adimlar test kopyalariyla ayni sonucu uretsin.
       FILE-CONTROL.
      *MASK-PARM, takma ad anahtarini veren zorunlu tek kayitlik
      *karttir; kart yoksa ya da bozuksa hicbir kopya yazilmaz.
           SELECT MASK-PARM  ASSIGN TO MASKPARM
                             STATUS ST-MASK-PARM.
      *Uretim dosyalari yalnizca okunur.
           SELECT DATE-REC   ASSIGN TO DATEREC
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY REC-KEY
                             STATUS ST-DATE-REC.
           SELECT REJ-FILE   ASSIGN TO REJECTS
                             STATUS ST-REJ-FILE.
           SELECT ARCH-FILE  ASSIGN TO ARCHIVE
                             STATUS ST-ARCH-FILE.
           SELECT AUDIT-JRN  ASSIGN TO AUDITJRN
                             STATUS ST-AUDIT-JRN.
      *MASK-DAT, test ortaminin bos tanimlanmis ana dosyasidir; uretim
      *ana dosyasi anahtar sirasinda okundugundan sirayla yuklenir.
           SELECT MASK-DAT   ASSIGN TO MASKDAT
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY MDT-KEY
                             STATUS ST-MASK-DAT.
           SELECT MASK-REJ   ASSIGN TO MASKREJ
                             STATUS ST-MASK-REJ.
           SELECT MASK-ARC   ASSIGN TO MASKARC
                             STATUS ST-MASK-ARC.
           SELECT MASK-JRN   ASSIGN TO MASKJRN
                             STATUS ST-MASK-JRN.
           SELECT MASK-RPT   ASSIGN TO MASKRPT
                             STATUS ST-MASK-RPT.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FILE SECTION.
       FD  MASK-PARM RECORDING MODE F.
      *Tek kayitlik anahtar karti: sifirdan farkli dokuz hane.
         01  MASK-PARM-REC.
           03 MK-SEED           PIC X(09).
           03 MK-SEED-N REDEFINES MK-SEED
                                PIC 9(09).
       FD  DATE-REC RECORDING MODE F.
      *"DATE-REC" adlı dosyayı tanımlar ve F (fixed) modda çalıştırır.
      *yani girilen veri boyutlarının tam boyut olduğunu belirtir.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==DATEIN==.
       FD  REJ-FILE RECORDING MODE F.
           COPY REJREC REPLACING ==RECORD-NAME-TAG== BY ==REJ-REC==.
       FD  ARCH-FILE RECORDING MODE F.
           COPY ARCREC REPLACING ==RECORD-NAME-TAG== BY ==ARCH-REC==.
       FD  AUDIT-JRN RECORDING MODE F.
           COPY AUDITREC REPLACING ==RECORD-NAME-TAG== BY ==JRN-REC==.
       FD  MASK-DAT RECORDING MODE F.
      *Maskeli kayit DATEIN alanlarinda hazirlanip FROM ile yazilir;
      *burada yalnizca anahtar ayrica tanimlanir.
         01  MASK-DAT-REC.
           03 MDT-KEY            PIC X(06).
           03 FILLER             PIC X(51).
       FD  MASK-REJ RECORDING MODE F.
         01  MASK-REJ-REC         PIC X(67).
       FD  MASK-ARC RECORDING MODE F.
         01  MASK-ARC-REC         PIC X(65).
       FD  MASK-JRN RECORDING MODE F.
         01  MASK-JRN-REC         PIC X(146).
       FD  MASK-RPT RECORDING MODE F.
      *"MASK-RPT", dosya basina okunan/yazilan/maskelenen sayilarini
      *tasiyan ozet satiridir; raporda hicbir ad basilmaz.
         01  MASK-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 ST-MASK-PARM       PIC 9(2).
           03 ST-DATE-REC        PIC 9(2).
           88 DATE-REC-EOF                   VALUE 10.
           03 ST-REJ-FILE        PIC 9(2).
           88 REJ-FILE-EOF                   VALUE 10.
           03 ST-ARCH-FILE       PIC 9(2).
           88 ARCH-FILE-EOF                  VALUE 10.
           03 ST-AUDIT-JRN       PIC 9(2).
           88 AUDIT-JRN-EOF                  VALUE 10.
           03 ST-MASK-DAT        PIC 9(2).
           03 ST-MASK-REJ        PIC 9(2).
           03 ST-MASK-ARC        PIC 9(2).
           03 ST-MASK-JRN        PIC 9(2).
           03 ST-MASK-RPT        PIC 9(2).
           03 WS-RUN-DATE        PIC 9(08).
      *Jurnalin once/sonra goruntusu DATEREC duzenindedir; goruntu
      *bu alana alinip adlari maskelenir ve geri tasinir.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==WS-IMAGE==
                                  ==REC-KEY==         BY ==IMG-KEY==
                                  ==REC-ID==          BY ==IMG-ID==
                                  ==REC-SPELL==       BY ==IMG-SPELL==
                                  ==REC-NAME==        BY ==IMG-NAME==
                                  ==REC-SRNAME==      BY ==IMG-SRNAME==
                                  ==REC-DATE==        BY ==IMG-DATE==
                                  ==REC-NDATE==       BY ==IMG-NDATE==
                                  ==REC-DEPT==        BY ==IMG-DEPT==
                                  ==REC-STAT==        BY ==IMG-STAT==.
      *Takma ad uretimi: alanin her karakteri anahtarla baslatilan
      *bir karma degere katilir (H = (H * 257 + karakter kodu) mod
      *999999937). Ayni ad her zaman ayni degeri verir; anahtar
      *bilinmeden takma addan ada donulemez.
         01  WS-PSN-AREA.
           03 WS-PSN-IN          PIC X(15).
           03 WS-PSN-IN-R REDEFINES WS-PSN-IN.
             05 WS-PSN-CHAR      PIC X(01) OCCURS 15 TIMES.
           03 WS-PSN-IX          PIC 9(02) COMP.
           03 WS-PSN-HASH        PIC 9(09) COMP.
           03 WS-PSN-WORK        PIC 9(12) COMP.
           03 WS-PSN-QUOT        PIC 9(12) COMP.
      *Maskelenecek ad/soyad cifti; her dosya kendi alanlarini buraya
      *tasir, 6000-MASK-NAME-PAIR sonrasinda geri alir.
         01  WS-NAME-PAIR.
           03 WS-PAIR-NAME       PIC X(15).
           03 WS-PAIR-SRNAME     PIC X(15).
      *Takma ad kaliplari: AD + dokuz hane, SOYAD + dokuz hane.
         01  WS-PSN-NAME-OUT.
           03 FILLER             PIC X(02) VALUE 'AD'.
           03 WS-PSN-NAME-NUM    PIC 9(09).
           03 FILLER             PIC X(04) VALUE SPACES.
         01  WS-PSN-SRNAME-OUT.
           03 FILLER             PIC X(05) VALUE 'SOYAD'.
           03 WS-PSN-SRNAME-NUM  PIC 9(09).
           03 FILLER             PIC X(01) VALUE SPACES.
         01  WS-COUNTERS.
           03 WS-DAT-READ-CNT    PIC 9(08) COMP VALUE 0.
           03 WS-DAT-WRITE-CNT   PIC 9(08) COMP VALUE 0.
           03 WS-REJ-READ-CNT    PIC 9(08) COMP VALUE 0.
           03 WS-REJ-WRITE-CNT   PIC 9(08) COMP VALUE 0.
           03 WS-ARC-READ-CNT    PIC 9(08) COMP VALUE 0.
           03 WS-ARC-WRITE-CNT   PIC 9(08) COMP VALUE 0.
           03 WS-JRN-READ-CNT    PIC 9(08) COMP VALUE 0.
           03 WS-JRN-WRITE-CNT   PIC 9(08) COMP VALUE 0.
      *Maskelenen (bos olmayan) ad ve soyad alani sayisi.
           03 WS-MASKED-CNT      PIC 9(08) COMP VALUE 0.
      *Rapor satirlari.
         01  HDR-LINE-1.
           03 FILLER             PIC X(10) VALUE 'PBHMASK'.
           03 FILLER             PIC X(36) VALUE
                                  'TEST KOPYASI MASKELEME OZETI'.
           03 FILLER             PIC X(07) VALUE 'TARIH: '.
           03 HDR-RUN-DATE       PIC 9(08).
           03 FILLER             PIC X(71) VALUE SPACES.
         01  HDR-LINE-2.
           03 FILLER             PIC X(22) VALUE 'DOSYA'.
           03 FILLER             PIC X(12) VALUE '     OKUNAN'.
           03 FILLER             PIC X(12) VALUE '    YAZILAN'.
           03 FILLER             PIC X(86) VALUE SPACES.
         01  CNT-LINE.
           03 CNT-FILE           PIC X(22).
           03 CNT-READ           PIC ZZZZZZZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 CNT-WRITTEN        PIC ZZZZZZZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 CNT-NOTE           PIC X(30).
           03 FILLER             PIC X(56) VALUE SPACES.
         01  MASKED-LINE.
           03 FILLER             PIC X(34) VALUE
                                  'MASKELENEN AD/SOYAD ALANI SAYISI: '.
           03 MSK-COUNT          PIC ZZZZZZZZZ9.
           03 FILLER             PIC X(88) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM 2000-MASK-MASTER UNTIL DATE-REC-EOF
           PERFORM 3000-MASK-SUSPENSE UNTIL REJ-FILE-EOF
           PERFORM 4000-MASK-ARCHIVE UNTIL ARCH-FILE-EOF
           PERFORM 5000-MASK-JOURNAL UNTIL AUDIT-JRN-EOF
           PERFORM 7000-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Anahtar kartini okur, dosyalari acar, rapor basligini basar
      *ve dort girdinin her birinden ilk kaydi okur.
       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  MASK-PARM.
           IF (ST-MASK-PARM NOT = 0) AND (ST-MASK-PARM NOT = 97)
           DISPLAY 'UNABLE TO OPEN MASKPARM: ' ST-MASK-PARM
           MOVE ST-MASK-PARM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM 1000-READ-PARM-CARD.
           OPEN INPUT  DATE-REC.
           OPEN INPUT  REJ-FILE.
           OPEN INPUT  ARCH-FILE.
           OPEN INPUT  AUDIT-JRN.
           OPEN OUTPUT MASK-DAT.
           OPEN OUTPUT MASK-REJ.
           OPEN OUTPUT MASK-ARC.
           OPEN OUTPUT MASK-JRN.
           OPEN OUTPUT MASK-RPT.
           IF (ST-DATE-REC NOT = 0) AND (ST-DATE-REC NOT = 97)
           DISPLAY 'UNABLE TO OPEN DATEREC: ' ST-DATE-REC
           MOVE ST-DATE-REC TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-REJ-FILE NOT = 0) AND (ST-REJ-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN REJECTS: ' ST-REJ-FILE
           MOVE ST-REJ-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-ARCH-FILE NOT = 0) AND (ST-ARCH-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN ARCHIVE: ' ST-ARCH-FILE
           MOVE ST-ARCH-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-AUDIT-JRN NOT = 0) AND (ST-AUDIT-JRN NOT = 97)
           DISPLAY 'UNABLE TO OPEN AUDITJRN: ' ST-AUDIT-JRN
           MOVE ST-AUDIT-JRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-MASK-DAT NOT = 0) AND (ST-MASK-DAT NOT = 97)
           DISPLAY 'UNABLE TO OPEN MASKDAT: ' ST-MASK-DAT
           MOVE ST-MASK-DAT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-MASK-REJ NOT = 0) AND (ST-MASK-REJ NOT = 97)
           DISPLAY 'UNABLE TO OPEN MASKREJ: ' ST-MASK-REJ
           MOVE ST-MASK-REJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-MASK-ARC NOT = 0) AND (ST-MASK-ARC NOT = 97)
           DISPLAY 'UNABLE TO OPEN MASKARC: ' ST-MASK-ARC
           MOVE ST-MASK-ARC TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-MASK-JRN NOT = 0) AND (ST-MASK-JRN NOT = 97)
           DISPLAY 'UNABLE TO OPEN MASKJRN: ' ST-MASK-JRN
           MOVE ST-MASK-JRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-MASK-RPT NOT = 0) AND (ST-MASK-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN MASKRPT: ' ST-MASK-RPT
           MOVE ST-MASK-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           MOVE HDR-LINE-1 TO MASK-RPT-LINE.
           WRITE MASK-RPT-LINE.
           MOVE SPACES TO MASK-RPT-LINE.
           WRITE MASK-RPT-LINE.
           MOVE HDR-LINE-2 TO MASK-RPT-LINE.
           WRITE MASK-RPT-LINE.
           PERFORM 2900-READ-MASTER.
           PERFORM 3900-READ-SUSPENSE.
           PERFORM 4900-READ-ARCHIVE.
           PERFORM 5900-READ-JOURNAL.
       H100-END. EXIT.
      *Anahtar kartini okur; anahtar sayisal ve sifirdan farkli
      *olmalidir. Anahtar takma adlari belirler: ayni anahtarla
      *uretilen kopyalar birbiriyle tutarlidir, anahtar degisirse tum
      *takma adlar degisir.
       1000-READ-PARM-CARD.
           READ MASK-PARM
              AT END
                 DISPLAY 'PBHMASK - MASKPARM CARD MISSING'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ
           IF MK-SEED NOT NUMERIC OR MK-SEED-N = ZERO
              DISPLAY 'PBHMASK - INVALID MASKPARM'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       1000-END. EXIT.
      *Ana dosya kaydinin adlarini maskeleyip test ana dosyasina
      *yazar ve bir sonrakini okur.
       2000-MASK-MASTER.
           MOVE REC-NAME   TO WS-PAIR-NAME
           MOVE REC-SRNAME TO WS-PAIR-SRNAME
           PERFORM 6000-MASK-NAME-PAIR
           MOVE WS-PAIR-NAME   TO REC-NAME
           MOVE WS-PAIR-SRNAME TO REC-SRNAME
           WRITE MASK-DAT-REC FROM DATEIN
              INVALID KEY
                 DISPLAY 'PBHMASK - MASKDAT WRITE FAILED: ' REC-KEY
                         ' ' ST-MASK-DAT
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-WRITE
           ADD 1 TO WS-DAT-WRITE-CNT
           PERFORM 2900-READ-MASTER.
       2000-END. EXIT.
      *Ana dosyadan siradaki kaydi okur.
       2900-READ-MASTER.
           READ DATE-REC NEXT RECORD
              AT END
                 SET DATE-REC-EOF TO TRUE
           END-READ
           IF NOT DATE-REC-EOF
              ADD 1 TO WS-DAT-READ-CNT
           END-IF.
       2900-END. EXIT.
      *Suspense kaydinin adlarini maskeleyip test kopyasina yazar.
       3000-MASK-SUSPENSE.
           MOVE REJ-NAME   TO WS-PAIR-NAME
           MOVE REJ-SRNAME TO WS-PAIR-SRNAME
           PERFORM 6000-MASK-NAME-PAIR
           MOVE WS-PAIR-NAME   TO REJ-NAME
           MOVE WS-PAIR-SRNAME TO REJ-SRNAME
           WRITE MASK-REJ-REC FROM REJ-REC
           ADD 1 TO WS-REJ-WRITE-CNT
           PERFORM 3900-READ-SUSPENSE.
       3000-END. EXIT.
      *Suspense dosyasindan siradaki kaydi okur.
       3900-READ-SUSPENSE.
           READ REJ-FILE
              AT END
                 SET REJ-FILE-EOF TO TRUE
           END-READ
           IF NOT REJ-FILE-EOF
              ADD 1 TO WS-REJ-READ-CNT
           END-IF.
       3900-END. EXIT.
      *Arsiv kaydinin adlarini maskeleyip test kopyasina yazar.
       4000-MASK-ARCHIVE.
           MOVE ARC-NAME   TO WS-PAIR-NAME
           MOVE ARC-SRNAME TO WS-PAIR-SRNAME
           PERFORM 6000-MASK-NAME-PAIR
           MOVE WS-PAIR-NAME   TO ARC-NAME
           MOVE WS-PAIR-SRNAME TO ARC-SRNAME
           WRITE MASK-ARC-REC FROM ARCH-REC
           ADD 1 TO WS-ARC-WRITE-CNT
           PERFORM 4900-READ-ARCHIVE.
       4000-END. EXIT.
      *Arsivden siradaki kaydi okur.
       4900-READ-ARCHIVE.
           READ ARCH-FILE
              AT END
                 SET ARCH-FILE-EOF TO TRUE
           END-READ
           IF NOT ARCH-FILE-EOF
              ADD 1 TO WS-ARC-READ-CNT
           END-IF.
       4900-END. EXIT.
      *Jurnal kaydinin once ve sonra goruntulerindeki adlari ayni
      *anahtarla maskeler; bos goruntu (eklemede once, silmede sonra)
      *oldugu gibi kalir. Hazirlayan/onaylayan kullanici kodlari
      *calisana ait olmadigindan degistirilmez.
       5000-MASK-JOURNAL.
           IF JRN-BEFORE-IMAGE NOT = SPACES
              MOVE JRN-BEFORE-IMAGE TO WS-IMAGE
              PERFORM 5100-MASK-IMAGE
              MOVE WS-IMAGE TO JRN-BEFORE-IMAGE
           END-IF
           IF JRN-AFTER-IMAGE NOT = SPACES
              MOVE JRN-AFTER-IMAGE TO WS-IMAGE
              PERFORM 5100-MASK-IMAGE
              MOVE WS-IMAGE TO JRN-AFTER-IMAGE
           END-IF
           WRITE MASK-JRN-REC FROM JRN-REC
           ADD 1 TO WS-JRN-WRITE-CNT
           PERFORM 5900-READ-JOURNAL.
       5000-END. EXIT.
      *WS-IMAGE'a alinmis goruntunun adlarini maskeler.
       5100-MASK-IMAGE.
           MOVE IMG-NAME   TO WS-PAIR-NAME
           MOVE IMG-SRNAME TO WS-PAIR-SRNAME
           PERFORM 6000-MASK-NAME-PAIR
           MOVE WS-PAIR-NAME   TO IMG-NAME
           MOVE WS-PAIR-SRNAME TO IMG-SRNAME.
       5100-END. EXIT.
      *Jurnalden siradaki kaydi okur.
       5900-READ-JOURNAL.
           READ AUDIT-JRN
              AT END
                 SET AUDIT-JRN-EOF TO TRUE
           END-READ
           IF NOT AUDIT-JRN-EOF
              ADD 1 TO WS-JRN-READ-CNT
           END-IF.
       5900-END. EXIT.
      *WS-NAME-PAIR'deki ad ve soyadi takma adlarla degistirir; bos
      *alan bos kalir ki eksik ad test verisinde de eksik gorunsun.
       6000-MASK-NAME-PAIR.
           IF WS-PAIR-NAME NOT = SPACES
              MOVE WS-PAIR-NAME TO WS-PSN-IN
              PERFORM 6100-HASH-FIELD
              MOVE WS-PSN-HASH     TO WS-PSN-NAME-NUM
              MOVE WS-PSN-NAME-OUT TO WS-PAIR-NAME
              ADD 1 TO WS-MASKED-CNT
           END-IF
           IF WS-PAIR-SRNAME NOT = SPACES
              MOVE WS-PAIR-SRNAME TO WS-PSN-IN
              PERFORM 6100-HASH-FIELD
              MOVE WS-PSN-HASH       TO WS-PSN-SRNAME-NUM
              MOVE WS-PSN-SRNAME-OUT TO WS-PAIR-SRNAME
              ADD 1 TO WS-MASKED-CNT
           END-IF.
       6000-END. EXIT.
      *WS-PSN-IN'in karma degerini anahtardan baslayarak WS-PSN-HASH'e
      *hesaplar.
       6100-HASH-FIELD.
           DIVIDE MK-SEED-N BY 999999937 GIVING WS-PSN-QUOT
                                         REMAINDER WS-PSN-HASH
           PERFORM 6200-HASH-CHAR
              VARYING WS-PSN-IX FROM 1 BY 1
              UNTIL WS-PSN-IX > 15.
       6100-END. EXIT.
      *Karma dongusunun tek adimi.
       6200-HASH-CHAR.
           COMPUTE WS-PSN-WORK = WS-PSN-HASH * 257 +
                   FUNCTION ORD(WS-PSN-CHAR (WS-PSN-IX))
           DIVIDE WS-PSN-WORK BY 999999937 GIVING WS-PSN-QUOT
                                           REMAINDER WS-PSN-HASH.
       6200-END. EXIT.
      *Dosya basina okunan/yazilan sayilarini ve maskelenen alan
      *sayisini basar. Okunan ile yazilan tutmuyorsa kopya eksiktir.
       7000-WRITE-SUMMARY.
           MOVE 'DATEREC -> MASKDAT'  TO CNT-FILE
           MOVE WS-DAT-READ-CNT       TO CNT-READ
           MOVE WS-DAT-WRITE-CNT      TO CNT-WRITTEN
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE 'REJECTS -> MASKREJ'  TO CNT-FILE
           MOVE WS-REJ-READ-CNT       TO CNT-READ
           MOVE WS-REJ-WRITE-CNT      TO CNT-WRITTEN
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE 'ARCHIVE -> MASKARC'  TO CNT-FILE
           MOVE WS-ARC-READ-CNT       TO CNT-READ
           MOVE WS-ARC-WRITE-CNT      TO CNT-WRITTEN
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE 'AUDITJRN -> MASKJRN' TO CNT-FILE
           MOVE WS-JRN-READ-CNT       TO CNT-READ
           MOVE WS-JRN-WRITE-CNT      TO CNT-WRITTEN
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE SPACES TO MASK-RPT-LINE
           WRITE MASK-RPT-LINE
           MOVE WS-MASKED-CNT TO MSK-COUNT
           MOVE MASKED-LINE TO MASK-RPT-LINE
           WRITE MASK-RPT-LINE.
       7000-END. EXIT.
      *Doldurulmus sayim satirini sonuclandirip yazar.
       7100-WRITE-COUNT-LINE.
           IF CNT-READ = CNT-WRITTEN
              MOVE 'TAMAM' TO CNT-NOTE
           ELSE
              MOVE 'SAYILAR TUTMUYOR' TO CNT-NOTE
           END-IF
           MOVE CNT-LINE TO MASK-RPT-LINE
           WRITE MASK-RPT-LINE.
       7100-END. EXIT.
      *Sayaclari gosterip dosyalari kapatir.
       H999-PROGRAM-EXIT.
           DISPLAY 'PBHMASK - MASTER RECORDS   : ' WS-DAT-WRITE-CNT
           DISPLAY 'PBHMASK - SUSPENSE RECORDS : ' WS-REJ-WRITE-CNT
           DISPLAY 'PBHMASK - ARCHIVE RECORDS  : ' WS-ARC-WRITE-CNT
           DISPLAY 'PBHMASK - JOURNAL RECORDS  : ' WS-JRN-WRITE-CNT
           DISPLAY 'PBHMASK - FIELDS MASKED    : ' WS-MASKED-CNT
           CLOSE DATE-REC.
           CLOSE REJ-FILE.
           CLOSE ARCH-FILE.
           CLOSE AUDIT-JRN.
           CLOSE MASK-DAT.
           CLOSE MASK-REJ.
           CLOSE MASK-ARC.
           CLOSE MASK-JRN.
           CLOSE MASK-RPT.
           GOBACK.

      *
