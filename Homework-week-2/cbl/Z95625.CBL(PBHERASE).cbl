      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHERASE.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, silme talebi listesindeki (ERASEIN) REC-ID'lerin
      *ad ve soyadini, yasal saklama suresi doldugunda arsivden,
      *suspense dosyasindan ve denetim jurnalinden (once/sonra
      *goruntuleri dahil) geri donulemez sekilde silen ve yapilani
      *bir sertifika raporuyla belgeleyen programin dosya
      *baglantilarini tanimlar. REC-ID ve tarihler denetim ve
      *istatistik icin korunur.
       FILE-CONTROL.
      *RETN-PARM, PBHPURGE'un kullandigi saklama suresi kartinin
      *aynisidir; arsivleme ve silme ayni yasal sureye baglidir.
           SELECT RETN-PARM  ASSIGN TO RETNPARM
                             STATUS ST-RETN-PARM.
           SELECT ERASE-IN   ASSIGN TO ERASEIN
                             STATUS ST-ERASE-IN.
      *DATE-REC yalnizca kisinin ana dosyada hala donemi olup
      *olmadigina bakmak icin START/READ NEXT ile okunur.
           SELECT DATE-REC   ASSIGN TO DATEREC
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY REC-KEY
                             STATUS ST-DATE-REC.
      *Arsiv, suspense ve jurnal iki kez okunur: once saklama
      *suresinin dolup dolmadigi icin kisinin son bitis tarihi
      *bulunur, sonra kayitlar yeni kopyalara yazilir. Yeni kopyalar
      *JCL'in sonraki adimlarinda eskilerinin uzerine gecirilir
      *(PBHSUSP/SUSPNEW ile ayni duzen).
           SELECT ARCH-FILE  ASSIGN TO ARCHIVE
                             STATUS ST-ARCH-FILE.
           SELECT REJ-FILE   ASSIGN TO REJECTS
                             STATUS ST-REJ-FILE.
           SELECT AUDIT-JRN  ASSIGN TO AUDITJRN
                             STATUS ST-AUDIT-JRN.
           SELECT ARCH-NEW   ASSIGN TO ARCHNEW
                             STATUS ST-ARCH-NEW.
           SELECT REJ-NEW    ASSIGN TO REJNEW
                             STATUS ST-REJ-NEW.
           SELECT JRN-NEW    ASSIGN TO JRNNEW
                             STATUS ST-JRN-NEW.
           SELECT ERASE-RPT  ASSIGN TO ERASERPT
                             STATUS ST-ERASE-RPT.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FILE SECTION.
       FD  RETN-PARM RECORDING MODE F.
      *Tek kayitlik saklama suresi karti (yil).
         01  RETN-PARM-REC.
           03 RP-RETN-YEARS     PIC 9(02).
       FD  ERASE-IN RECORDING MODE F.
      *Silme talebi karti: kisinin REC-ID'si ve sertifikada
      *gorunecek basvuru/talep numarasi.
         01  ERASE-IN-REC.
           03 ERS-REC-ID        PIC X(04).
           03 ERS-REQ-REF       PIC X(12).
       FD  DATE-REC RECORDING MODE F.
      *"DATE-REC" adlı dosyayı tanımlar ve F (fixed) modda çalıştırır.
      *yani girilen veri boyutlarının tam boyut olduğunu belirtir.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==DATEIN==.
       FD  ARCH-FILE RECORDING MODE F.
           COPY ARCREC REPLACING ==RECORD-NAME-TAG== BY ==ARCH-REC==.
       FD  REJ-FILE RECORDING MODE F.
           COPY REJREC REPLACING ==RECORD-NAME-TAG== BY ==REJ-REC==.
       FD  AUDIT-JRN RECORDING MODE F.
           COPY AUDITREC REPLACING ==RECORD-NAME-TAG== BY ==JRN-REC==.
       FD  ARCH-NEW RECORDING MODE F.
         01  ARCH-NEW-REC         PIC X(65).
       FD  REJ-NEW RECORDING MODE F.
         01  REJ-NEW-REC          PIC X(67).
       FD  JRN-NEW RECORDING MODE F.
         01  JRN-NEW-REC          PIC X(146).
       FD  ERASE-RPT RECORDING MODE F.
      *"ERASE-RPT", silme sertifikasinin basim satiridir; silinen
      *adlar hicbir satirda basilmaz.
         01  ERASE-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 ST-RETN-PARM       PIC 9(2).
           03 ST-ERASE-IN        PIC 9(2).
           88 ERASE-IN-EOF                   VALUE 10.
           03 ST-DATE-REC        PIC 9(2).
           03 ST-ARCH-FILE       PIC 9(2).
           88 ARCH-FILE-EOF                  VALUE 10.
           03 ST-REJ-FILE        PIC 9(2).
           88 REJ-FILE-EOF                   VALUE 10.
           03 ST-AUDIT-JRN       PIC 9(2).
           88 AUDIT-JRN-EOF                  VALUE 10.
           03 ST-ARCH-NEW        PIC 9(2).
           03 ST-REJ-NEW         PIC 9(2).
           03 ST-JRN-NEW         PIC 9(2).
           03 ST-ERASE-RPT       PIC 9(2).
      *Calisma tarihi ve ondan saklama suresi dusulerek kurulan
      *kesim tarihi (PBHPURGE 1000-BUILD-CUTOFF-DATE ile ayni).
           03 WS-RUN-DATE        PIC 9(08).
           03 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
             05 WS-RUN-YYYY      PIC 9(04).
             05 WS-RUN-MMDD      PIC 9(04).
           03 WS-CUTOFF-DATE     PIC 9(08).
           03 WS-CUTOFF-R REDEFINES WS-CUTOFF-DATE.
             05 WS-CUT-YYYY      PIC 9(04).
             05 WS-CUT-MMDD      PIC 9(04).
      *Kontrol edilen bitis tarihi; acik uclu (sifir/hep dokuz) ya da
      *sayisal olmayan tarih hesaba katilmaz.
           03 WS-END-DATE        PIC X(08).
           03 WS-END-DATE-N REDEFINES WS-END-DATE
                                 PIC 9(08).
      *Talep tablosu; her REC-ID icin saklama kontrolunun sonucu ve
      *dosya basina anonimlestirilen kayit sayisi tutulur.
         01  WS-ERASE-TABLE.
           03 WS-ERS-CNT        PIC 9(03) COMP VALUE 0.
           03 WS-ERS-ENTRY OCCURS 200 TIMES.
             05 WS-ERS-ID       PIC X(04).
             05 WS-ERS-REF      PIC X(12).
             05 WS-ERS-LAST-END PIC 9(08).
             05 WS-ERS-SW       PIC X(01).
               88 WS-ERS-ELIGIBLE       VALUE 'E'.
               88 WS-ERS-REFUSED        VALUE 'R'.
             05 WS-ERS-REASON   PIC X(30).
             05 WS-ERS-ARC-CNT  PIC 9(05) COMP.
             05 WS-ERS-REJ-CNT  PIC 9(05) COMP.
             05 WS-ERS-JRN-CNT  PIC 9(05) COMP.
         01  WS-ERASE-SEARCH.
           03 WS-ERS-IX         PIC 9(03) COMP.
           03 WS-ERS-HIT-IX     PIC 9(03) COMP.
           03 WS-ERS-KEY        PIC X(04).
           03 WS-ERS-FOUND-SW   PIC X(01).
             88 WS-ERS-FOUND           VALUE 'Y'.
             88 WS-ERS-NOT-FOUND       VALUE 'N'.
      *Jurnalin once/sonra goruntusu DATEREC duzenindedir; goruntu
      *bu alana alinip bitis tarihi okunur ya da adlari silinir.
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
      *Silinen ad ve soyadin yerine yazilan sabit deger.
         01  WS-ERASED-NAME       PIC X(15) VALUE 'KVKK SILINDI'.
         01  WS-COUNTERS.
           03 WS-CARD-CNT        PIC 9(05) COMP VALUE 0.
           03 WS-ELIGIBLE-CNT    PIC 9(05) COMP VALUE 0.
           03 WS-REFUSED-CNT     PIC 9(05) COMP VALUE 0.
           03 WS-ARC-READ-CNT    PIC 9(08) COMP VALUE 0.
           03 WS-ARC-ERASED-CNT  PIC 9(08) COMP VALUE 0.
           03 WS-REJ-READ-CNT    PIC 9(08) COMP VALUE 0.
           03 WS-REJ-ERASED-CNT  PIC 9(08) COMP VALUE 0.
           03 WS-JRN-READ-CNT    PIC 9(08) COMP VALUE 0.
           03 WS-JRN-ERASED-CNT  PIC 9(08) COMP VALUE 0.
      *Sertifika satirlari.
         01  HDR-LINE-1.
           03 FILLER             PIC X(10) VALUE 'PBHERASE'.
           03 FILLER             PIC X(44) VALUE
                         'KISISEL VERI ANONIMLESTIRME SERTIFIKASI'.
           03 FILLER             PIC X(07) VALUE 'TARIH: '.
           03 HDR-RUN-DATE       PIC 9(08).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(15) VALUE 'SAKLAMA KESIM: '.
           03 HDR-CUTOFF-DATE    PIC 9(08).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(14) VALUE 'SAKLAMA YILI: '.
           03 HDR-RETN-YEARS     PIC Z9.
           03 FILLER             PIC X(18) VALUE SPACES.
         01  HDR-LINE-2.
           03 FILLER             PIC X(05) VALUE 'ID'.
           03 FILLER             PIC X(13) VALUE 'TALEP NO'.
           03 FILLER             PIC X(10) VALUE 'SON BITIS'.
           03 FILLER             PIC X(18) VALUE 'SONUC'.
           03 FILLER             PIC X(31) VALUE 'ACIKLAMA'.
           03 FILLER             PIC X(08) VALUE '  ARSIV'.
           03 FILLER             PIC X(08) VALUE ' SUSPNS'.
           03 FILLER             PIC X(08) VALUE ' JURNAL'.
           03 FILLER             PIC X(31) VALUE SPACES.
         01  DET-LINE.
           03 DET-ID             PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-REF            PIC X(12).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-LAST-END       PIC 9(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-RESULT         PIC X(17).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-REASON         PIC X(30).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-ARC-CNT        PIC ZZZZZZ9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-REJ-CNT        PIC ZZZZZZ9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-JRN-CNT        PIC ZZZZZZ9.
           03 FILLER             PIC X(32) VALUE SPACES.
         01  TOT-LINE.
           03 FILLER             PIC X(08) VALUE 'TALEP: '.
           03 TOT-CARDS          PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(18) VALUE 'ANONIMLESTIRILEN: '.
           03 TOT-ELIGIBLE       PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(12) VALUE 'REDDEDILEN: '.
           03 TOT-REFUSED        PIC ZZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(17) VALUE 'KAYIT (A/S/J):   '.
           03 TOT-ARC-CNT        PIC ZZZZZZ9.
           03 FILLER             PIC X(01) VALUE '/'.
           03 TOT-REJ-CNT        PIC ZZZZZZ9.
           03 FILLER             PIC X(01) VALUE '/'.
           03 TOT-JRN-CNT        PIC ZZZZZZ9.
           03 FILLER             PIC X(30) VALUE SPACES.
         01  CERT-LINE-1.
           03 FILLER             PIC X(132) VALUE
              'YUKARIDA ANONIMLESTIRILDI OLARAK GOSTERILEN KIMLIKLERIN'.
         01  CERT-LINE-2.
           03 FILLER             PIC X(132) VALUE
              'AD VE SOYAD VERILERI ARSIV, SUSPENSE VE DENETIM'.
         01  CERT-LINE-3.
           03 FILLER             PIC X(132) VALUE
              'JURNALINDEN GERI DONULEMEZ SEKILDE SILINMISTIR. KIMLIK'.
         01  CERT-LINE-4.
           03 FILLER             PIC X(132) VALUE
              'NUMARASI VE TARIHLER DENETIM/ISTATISTIK ICIN KORUNUR.'.
         01  CERT-LINE-5.
           03 FILLER             PIC X(132) VALUE
              'REDDEDILEN TALEPLERDE HICBIR KAYIT DEGISTIRILMEMISTIR.'.
         01  SIGN-LINE.
           03 FILLER             PIC X(132) VALUE
              'VERI SORUMLUSU ADINA ONAYLAYAN: ........  TARIH: ......'.

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM 2000-SCAN-ARCHIVE-DATES UNTIL ARCH-FILE-EOF
           PERFORM 2100-SCAN-JOURNAL-DATES UNTIL AUDIT-JRN-EOF
           PERFORM 2500-DECIDE-ERASURE
              VARYING WS-ERS-IX FROM 1 BY 1
              UNTIL WS-ERS-IX > WS-ERS-CNT
           PERFORM H300-REOPEN-FILES
           PERFORM 3000-ERASE-ARCHIVE UNTIL ARCH-FILE-EOF
           PERFORM 3100-ERASE-SUSPENSE UNTIL REJ-FILE-EOF
           PERFORM 3200-ERASE-JOURNAL UNTIL AUDIT-JRN-EOF
           PERFORM 4000-WRITE-CERTIFICATE
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Saklama kartindan kesim tarihini kurar, talep listesini
      *tabloya yukler ve ilk tarama icin arsiv ile jurnali acar.
       H100-OPEN-FILES.
           OPEN INPUT  RETN-PARM.
           IF (ST-RETN-PARM NOT = 0) AND (ST-RETN-PARM NOT = 97)
           DISPLAY 'UNABLE TO OPEN RETNPARM: ' ST-RETN-PARM
           MOVE ST-RETN-PARM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM 1000-BUILD-CUTOFF-DATE.
           PERFORM H110-LOAD-ERASE-LIST.
           OPEN INPUT  DATE-REC.
           OPEN INPUT  ARCH-FILE.
           OPEN INPUT  AUDIT-JRN.
           IF (ST-DATE-REC NOT = 0) AND (ST-DATE-REC NOT = 97)
           DISPLAY 'UNABLE TO OPEN DATEREC: ' ST-DATE-REC
           MOVE ST-DATE-REC TO RETURN-CODE
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
           PERFORM 2900-READ-ARCHIVE.
           PERFORM 2950-READ-JOURNAL.
       H100-END. EXIT.
      *Saklama suresi kartini okur ve kesim tarihini calisma
      *tarihinin yilindan saklama yilini dusup ay/gunu koruyarak
      *kurar (PBHPURGE ile ayni kural); kart yok, bos ya da sifirsa
      *hicbir kayit degistirilmeden calisma durdurulur.
       1000-BUILD-CUTOFF-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           READ RETN-PARM
              AT END
                 DISPLAY 'PBHERASE - RETNPARM CARD MISSING'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ
           IF RP-RETN-YEARS NOT NUMERIC OR RP-RETN-YEARS = ZERO
              DISPLAY 'PBHERASE - INVALID RETNPARM: ' RETN-PARM-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           COMPUTE WS-CUT-YYYY = WS-RUN-YYYY - RP-RETN-YEARS
           MOVE WS-RUN-MMDD TO WS-CUT-MMDD
           CLOSE RETN-PARM.
       1000-END. EXIT.
      *Talep kartlarini tabloya yukler. Bos kimlik ve listede ikinci
      *kez gecen kimlik daha bu asamada reddedilir; liste bossa
      *yapilacak is olmadigindan calisma durdurulur.
       H110-LOAD-ERASE-LIST.
           OPEN INPUT ERASE-IN
           IF (ST-ERASE-IN NOT = 0) AND (ST-ERASE-IN NOT = 97)
              DISPLAY 'UNABLE TO OPEN ERASEIN: ' ST-ERASE-IN
              MOVE ST-ERASE-IN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ ERASE-IN
              AT END
                 SET ERASE-IN-EOF TO TRUE
           END-READ
           PERFORM H115-LOAD-ERASE-ENTRY UNTIL ERASE-IN-EOF
           CLOSE ERASE-IN
           IF WS-ERS-CNT = 0
              DISPLAY 'PBHERASE - ERASEIN IS EMPTY'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *Eldeki talep kartini tabloya alir ve bir sonrakini okur.
       H115-LOAD-ERASE-ENTRY.
           IF WS-ERS-CNT >= 200
              DISPLAY 'PBHERASE - ERASE LIST EXCEEDS 200'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-CARD-CNT
           MOVE ERS-REC-ID TO WS-ERS-KEY
           PERFORM 1500-FIND-ERASE-ENTRY
           ADD 1 TO WS-ERS-CNT
           MOVE ERS-REC-ID  TO WS-ERS-ID (WS-ERS-CNT)
           MOVE ERS-REQ-REF TO WS-ERS-REF (WS-ERS-CNT)
           MOVE 0           TO WS-ERS-LAST-END (WS-ERS-CNT)
                               WS-ERS-ARC-CNT (WS-ERS-CNT)
                               WS-ERS-REJ-CNT (WS-ERS-CNT)
                               WS-ERS-JRN-CNT (WS-ERS-CNT)
           MOVE SPACES      TO WS-ERS-REASON (WS-ERS-CNT)
           SET WS-ERS-ELIGIBLE (WS-ERS-CNT) TO TRUE
           EVALUATE TRUE
              WHEN ERS-REC-ID = SPACES
                 SET WS-ERS-REFUSED (WS-ERS-CNT) TO TRUE
                 MOVE 'GECERSIZ KIMLIK'
                    TO WS-ERS-REASON (WS-ERS-CNT)
              WHEN WS-ERS-FOUND
                 SET WS-ERS-REFUSED (WS-ERS-CNT) TO TRUE
                 MOVE 'LISTEDE MUKERRER'
                    TO WS-ERS-REASON (WS-ERS-CNT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           READ ERASE-IN
              AT END
                 SET ERASE-IN-EOF TO TRUE
           END-READ.
       H115-END. EXIT.
      *WS-ERS-KEY'i talep tablosunda arar; bulunursa ilk (gecerli)
      *kaydin sirasini WS-ERS-HIT-IX'e koyar.
       1500-FIND-ERASE-ENTRY.
           SET WS-ERS-NOT-FOUND TO TRUE
           PERFORM 1600-SCAN-ERASE-TABLE
              VARYING WS-ERS-IX FROM 1 BY 1
              UNTIL WS-ERS-IX > WS-ERS-CNT OR WS-ERS-FOUND.
       1500-END. EXIT.
      *Talep tablosu arama dongusunun tek adimi.
       1600-SCAN-ERASE-TABLE.
           IF WS-ERS-ID (WS-ERS-IX) = WS-ERS-KEY
              SET WS-ERS-FOUND TO TRUE
              MOVE WS-ERS-IX TO WS-ERS-HIT-IX
           END-IF.
       1600-END. EXIT.
      *WS-END-DATE'teki bitis tarihi gercek bir bitisse (sayisal,
      *sifir ve hep dokuz degil) bulunan talebin en son bitis
      *tarihini gerekirse ileri tasir.
       1700-NOTE-END-DATE.
           IF WS-END-DATE NUMERIC
              IF WS-END-DATE-N NOT = ZERO AND
                 WS-END-DATE-N NOT = 99999999 AND
                 WS-END-DATE-N > WS-ERS-LAST-END (WS-ERS-HIT-IX)
                 MOVE WS-END-DATE-N TO WS-ERS-LAST-END (WS-ERS-HIT-IX)
              END-IF
           END-IF.
       1700-END. EXIT.
      *Ilk tarama: talep edilen kisinin arsivdeki donemlerinin
      *bitis tarihlerini toplar.
       2000-SCAN-ARCHIVE-DATES.
           MOVE ARC-ID TO WS-ERS-KEY
           PERFORM 1500-FIND-ERASE-ENTRY
           IF WS-ERS-FOUND
              MOVE ARC-NDATE TO WS-END-DATE
              PERFORM 1700-NOTE-END-DATE
           END-IF
           PERFORM 2900-READ-ARCHIVE.
       2000-END. EXIT.
      *Ilk tarama: talep edilen kisinin jurnaldeki once/sonra
      *goruntulerinde gecen bitis tarihlerini toplar; arsive hic
      *dusmemis (dogrudan silinmis) donemler boylece de kapsanir.
       2100-SCAN-JOURNAL-DATES.
           MOVE JRN-REC-ID TO WS-ERS-KEY
           PERFORM 1500-FIND-ERASE-ENTRY
           IF WS-ERS-FOUND
              IF JRN-BEFORE-IMAGE NOT = SPACES
                 MOVE JRN-BEFORE-IMAGE TO WS-IMAGE
                 MOVE IMG-NDATE TO WS-END-DATE
                 PERFORM 1700-NOTE-END-DATE
              END-IF
              IF JRN-AFTER-IMAGE NOT = SPACES
                 MOVE JRN-AFTER-IMAGE TO WS-IMAGE
                 MOVE IMG-NDATE TO WS-END-DATE
                 PERFORM 1700-NOTE-END-DATE
              END-IF
           END-IF
           PERFORM 2950-READ-JOURNAL.
       2100-END. EXIT.
      *Talebin sonucunu verir. Kisinin ana dosyada hala bir donemi
      *varsa (calisiyor ya da henuz PBHPURGE ile arsivlenmemis)
      *silinmez; hic bitis tarihi bulunamazsa saklama suresi
      *hesaplanamaz; son bitis kesim tarihinden eski degilse saklama
      *suresi dolmamistir.
       2500-DECIDE-ERASURE.
           IF WS-ERS-ELIGIBLE (WS-ERS-IX)
              MOVE WS-ERS-ID (WS-ERS-IX) TO REC-ID
              MOVE 0                     TO REC-SPELL
              START DATE-REC KEY >= REC-KEY
                 INVALID KEY
                    MOVE SPACES TO REC-ID
                 NOT INVALID KEY
                    READ DATE-REC NEXT RECORD
                       AT END
                          MOVE SPACES TO REC-ID
                    END-READ
              END-START
              EVALUATE TRUE
                 WHEN REC-ID = WS-ERS-ID (WS-ERS-IX)
                    SET WS-ERS-REFUSED (WS-ERS-IX) TO TRUE
                    MOVE 'ANA DOSYADA DONEMI VAR'
                       TO WS-ERS-REASON (WS-ERS-IX)
                 WHEN WS-ERS-LAST-END (WS-ERS-IX) = 0
                    SET WS-ERS-REFUSED (WS-ERS-IX) TO TRUE
                    MOVE 'BITIS TARIHI BULUNAMADI'
                       TO WS-ERS-REASON (WS-ERS-IX)
                 WHEN WS-ERS-LAST-END (WS-ERS-IX) NOT < WS-CUTOFF-DATE
                    SET WS-ERS-REFUSED (WS-ERS-IX) TO TRUE
                    MOVE 'SAKLAMA SURESI DOLMADI'
                       TO WS-ERS-REASON (WS-ERS-IX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-ERS-ELIGIBLE (WS-ERS-IX)
              ADD 1 TO WS-ELIGIBLE-CNT
           ELSE
              ADD 1 TO WS-REFUSED-CNT
           END-IF.
       2500-END. EXIT.
      *Arsivden siradaki kaydi okur.
       2900-READ-ARCHIVE.
           READ ARCH-FILE
              AT END
                 SET ARCH-FILE-EOF TO TRUE
           END-READ.
       2900-END. EXIT.
      *Jurnalden siradaki kaydi okur.
       2950-READ-JOURNAL.
           READ AUDIT-JRN
              AT END
                 SET AUDIT-JRN-EOF TO TRUE
           END-READ.
       2950-END. EXIT.
      *Ikinci tarama icin arsivi ve jurnali bastan acar, suspense'i
      *ve uc yeni kopyayi acar, her girdiden ilk kaydi okur.
       H300-REOPEN-FILES.
           CLOSE ARCH-FILE.
           CLOSE AUDIT-JRN.
           MOVE 0 TO ST-ARCH-FILE.
           MOVE 0 TO ST-AUDIT-JRN.
           OPEN INPUT  ARCH-FILE.
           OPEN INPUT  REJ-FILE.
           OPEN INPUT  AUDIT-JRN.
           OPEN OUTPUT ARCH-NEW.
           OPEN OUTPUT REJ-NEW.
           OPEN OUTPUT JRN-NEW.
           OPEN OUTPUT ERASE-RPT.
           IF (ST-ARCH-FILE NOT = 0) AND (ST-ARCH-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN ARCHIVE: ' ST-ARCH-FILE
           MOVE ST-ARCH-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-REJ-FILE NOT = 0) AND (ST-REJ-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN REJECTS: ' ST-REJ-FILE
           MOVE ST-REJ-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-AUDIT-JRN NOT = 0) AND (ST-AUDIT-JRN NOT = 97)
           DISPLAY 'UNABLE TO OPEN AUDITJRN: ' ST-AUDIT-JRN
           MOVE ST-AUDIT-JRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-ARCH-NEW NOT = 0) AND (ST-ARCH-NEW NOT = 97)
           DISPLAY 'UNABLE TO OPEN ARCHNEW: ' ST-ARCH-NEW
           MOVE ST-ARCH-NEW TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-REJ-NEW NOT = 0) AND (ST-REJ-NEW NOT = 97)
           DISPLAY 'UNABLE TO OPEN REJNEW: ' ST-REJ-NEW
           MOVE ST-REJ-NEW TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-JRN-NEW NOT = 0) AND (ST-JRN-NEW NOT = 97)
           DISPLAY 'UNABLE TO OPEN JRNNEW: ' ST-JRN-NEW
           MOVE ST-JRN-NEW TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-ERASE-RPT NOT = 0) AND (ST-ERASE-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN ERASERPT: ' ST-ERASE-RPT
           MOVE ST-ERASE-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM 2900-READ-ARCHIVE.
           PERFORM 3900-READ-SUSPENSE.
           PERFORM 2950-READ-JOURNAL.
       H300-END. EXIT.
      *Arsiv kaydini yeni kopyaya yazar; kisi silinecekse ad ve
      *soyad once sabit degerle ezilir.
       3000-ERASE-ARCHIVE.
           ADD 1 TO WS-ARC-READ-CNT
           MOVE ARC-ID TO WS-ERS-KEY
           PERFORM 1500-FIND-ERASE-ENTRY
           IF WS-ERS-FOUND
              IF WS-ERS-ELIGIBLE (WS-ERS-HIT-IX)
                 MOVE WS-ERASED-NAME TO ARC-NAME
                                        ARC-SRNAME
                 ADD 1 TO WS-ERS-ARC-CNT (WS-ERS-HIT-IX)
                 ADD 1 TO WS-ARC-ERASED-CNT
              END-IF
           END-IF
           WRITE ARCH-NEW-REC FROM ARCH-REC
           PERFORM 2900-READ-ARCHIVE.
       3000-END. EXIT.
      *Suspense kaydini yeni kopyaya yazar; kisi silinecekse ad ve
      *soyad once sabit degerle ezilir.
       3100-ERASE-SUSPENSE.
           ADD 1 TO WS-REJ-READ-CNT
           MOVE REJ-ID TO WS-ERS-KEY
           PERFORM 1500-FIND-ERASE-ENTRY
           IF WS-ERS-FOUND
              IF WS-ERS-ELIGIBLE (WS-ERS-HIT-IX)
                 MOVE WS-ERASED-NAME TO REJ-NAME
                                        REJ-SRNAME
                 ADD 1 TO WS-ERS-REJ-CNT (WS-ERS-HIT-IX)
                 ADD 1 TO WS-REJ-ERASED-CNT
              END-IF
           END-IF
           WRITE REJ-NEW-REC FROM REJ-REC
           PERFORM 3900-READ-SUSPENSE.
       3100-END. EXIT.
      *Jurnal kaydini yeni kopyaya yazar; kisi silinecekse once ve
      *sonra goruntulerindeki ad ve soyad ezilir, bos goruntu bos
      *kalir. Islem turu, tarihler ve hazirlayan/onaylayan korunur.
       3200-ERASE-JOURNAL.
           ADD 1 TO WS-JRN-READ-CNT
           MOVE JRN-REC-ID TO WS-ERS-KEY
           PERFORM 1500-FIND-ERASE-ENTRY
           IF WS-ERS-FOUND
              IF WS-ERS-ELIGIBLE (WS-ERS-HIT-IX)
                 IF JRN-BEFORE-IMAGE NOT = SPACES
                    MOVE JRN-BEFORE-IMAGE TO WS-IMAGE
                    MOVE WS-ERASED-NAME TO IMG-NAME
                                           IMG-SRNAME
                    MOVE WS-IMAGE TO JRN-BEFORE-IMAGE
                 END-IF
                 IF JRN-AFTER-IMAGE NOT = SPACES
                    MOVE JRN-AFTER-IMAGE TO WS-IMAGE
                    MOVE WS-ERASED-NAME TO IMG-NAME
                                           IMG-SRNAME
                    MOVE WS-IMAGE TO JRN-AFTER-IMAGE
                 END-IF
                 ADD 1 TO WS-ERS-JRN-CNT (WS-ERS-HIT-IX)
                 ADD 1 TO WS-JRN-ERASED-CNT
              END-IF
           END-IF
           WRITE JRN-NEW-REC FROM JRN-REC
           PERFORM 2950-READ-JOURNAL.
       3200-END. EXIT.
      *Suspense dosyasindan siradaki kaydi okur.
       3900-READ-SUSPENSE.
           READ REJ-FILE
              AT END
                 SET REJ-FILE-EOF TO TRUE
           END-READ.
       3900-END. EXIT.
      *Sertifikayi basar: baslik, talep basina sonuc satiri,
      *toplamlar, beyan metni ve imza satiri.
       4000-WRITE-CERTIFICATE.
           MOVE WS-RUN-DATE    TO HDR-RUN-DATE
           MOVE WS-CUTOFF-DATE TO HDR-CUTOFF-DATE
           MOVE RP-RETN-YEARS  TO HDR-RETN-YEARS
           MOVE HDR-LINE-1 TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           MOVE SPACES TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           MOVE HDR-LINE-2 TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           PERFORM 4100-WRITE-DETAIL-LINE
              VARYING WS-ERS-IX FROM 1 BY 1
              UNTIL WS-ERS-IX > WS-ERS-CNT
           MOVE SPACES TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           MOVE WS-CARD-CNT       TO TOT-CARDS
           MOVE WS-ELIGIBLE-CNT   TO TOT-ELIGIBLE
           MOVE WS-REFUSED-CNT    TO TOT-REFUSED
           MOVE WS-ARC-ERASED-CNT TO TOT-ARC-CNT
           MOVE WS-REJ-ERASED-CNT TO TOT-REJ-CNT
           MOVE WS-JRN-ERASED-CNT TO TOT-JRN-CNT
           MOVE TOT-LINE TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           MOVE SPACES TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           MOVE CERT-LINE-1 TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           MOVE CERT-LINE-2 TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           MOVE CERT-LINE-3 TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           MOVE CERT-LINE-4 TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           MOVE CERT-LINE-5 TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           MOVE SPACES TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE
           MOVE SIGN-LINE TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE.
       4000-END. EXIT.
      *Talebin sonuc satirini basar.
       4100-WRITE-DETAIL-LINE.
           MOVE WS-ERS-ID (WS-ERS-IX)       TO DET-ID
           MOVE WS-ERS-REF (WS-ERS-IX)      TO DET-REF
           MOVE WS-ERS-LAST-END (WS-ERS-IX) TO DET-LAST-END
           MOVE WS-ERS-REASON (WS-ERS-IX)   TO DET-REASON
           MOVE WS-ERS-ARC-CNT (WS-ERS-IX)  TO DET-ARC-CNT
           MOVE WS-ERS-REJ-CNT (WS-ERS-IX)  TO DET-REJ-CNT
           MOVE WS-ERS-JRN-CNT (WS-ERS-IX)  TO DET-JRN-CNT
           IF WS-ERS-ELIGIBLE (WS-ERS-IX)
              MOVE 'ANONIMLESTIRILDI' TO DET-RESULT
           ELSE
              MOVE 'REDDEDILDI'       TO DET-RESULT
           END-IF
           MOVE DET-LINE TO ERASE-RPT-LINE
           WRITE ERASE-RPT-LINE.
       4100-END. EXIT.
      *Sayaclari gosterip dosyalari kapatir. Reddedilen talep varsa
      *RETURN-CODE 4 ile biter; yeni kopyalar yine de gecerlidir ve
      *eskilerinin uzerine gecirilir.
       H999-PROGRAM-EXIT.
           DISPLAY 'PBHERASE - REQUESTS        : ' WS-CARD-CNT
           DISPLAY 'PBHERASE - ERASED          : ' WS-ELIGIBLE-CNT
           DISPLAY 'PBHERASE - REFUSED         : ' WS-REFUSED-CNT
           DISPLAY 'PBHERASE - ARCHIVE RECORDS : ' WS-ARC-READ-CNT
                   ' ERASED: ' WS-ARC-ERASED-CNT
           DISPLAY 'PBHERASE - SUSPENSE RECORDS: ' WS-REJ-READ-CNT
                   ' ERASED: ' WS-REJ-ERASED-CNT
           DISPLAY 'PBHERASE - JOURNAL RECORDS : ' WS-JRN-READ-CNT
                   ' ERASED: ' WS-JRN-ERASED-CNT
           IF WS-REFUSED-CNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE DATE-REC.
           CLOSE ARCH-FILE.
           CLOSE REJ-FILE.
           CLOSE AUDIT-JRN.
           CLOSE ARCH-NEW.
           CLOSE REJ-NEW.
           CLOSE JRN-NEW.
           CLOSE ERASE-RPT.
           GOBACK.

      *
