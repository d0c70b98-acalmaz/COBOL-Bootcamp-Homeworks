      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHAPPRV.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, TRANIN destelerinin ikinci goz (maker-checker)
      *onay adiminin dosya baglantilarini tanimlar: hazirlanan ve
      *PBHMAINT'in bekletmeye aldigi desteler APPRIN'deki onay
      *kartlariyla eslestirilir; onaylayici hazirlayicidan farkliysa
      *ve destenin kart sayisi baslikdaki kontrol sayisini tutuyorsa
      *baslik karti onaylayici kimligi ve tarihle damgalanir. Tum
      *desteler (onaylanan ya da onaylanmayan) PBHMAINT'in okuyacagi
      *TRANIN'e aktarilir; onaysiz olanlari PBHMAINT yeniden bekletir.
       FILE-CONTROL.
      *TRAN-PREP, hazirlayicilarin destesi ile PBHMAINT'in TRANHOLD'a
      *biraktigi bekletilen destelerin (JCL'de ardisik baglanir)
      *girdisidir; once kart sayimi icin, sonra aktarim icin iki kez
      *bastan sona okunur.
           SELECT TRAN-PREP  ASSIGN TO TRANPREP
                             STATUS ST-TRAN-PREP.
      *APPR-IN, onaylayicinin her deste icin girdigi onay kartlaridir.
           SELECT APPR-IN    ASSIGN TO APPRIN
                             STATUS ST-APPR-IN.
      *TRAN-OUT, PBHMAINT'in TRANIN'idir; EXTEND ile acilir ki
      *PBHMAINT henuz islemeden onaylanmis desteler ikinci bir onay
      *calismasinda ezilmesin. PBHMAINT'ten sonra is akisi dosyayi
      *bosaltir.
           SELECT TRAN-OUT   ASSIGN TO TRANIN
                             STATUS ST-TRAN-OUT.
           SELECT APPR-RPT   ASSIGN TO APPRRPT
                             STATUS ST-APPR-RPT.
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
       FD  TRAN-PREP RECORDING MODE F.
      *Islem karti TRANREC, baslik karti BATCHHDR duzenindedir; ikisi
      *ayni 66 byte'lik alani paylasir.
           COPY TRANREC REPLACING ==RECORD-NAME-TAG== BY ==TRANS-REC==.
           COPY BATCHHDR REPLACING ==RECORD-NAME-TAG== BY ==BATCH-HDR==.
       FD  APPR-IN RECORDING MODE F.
      *Onay karti: onaylanan destenin kimligi ve onaylayan
      *operatorun kimligi.
         01  APPR-REC.
           03 APR-BATCH-ID      PIC X(08).
           03 APR-APPROVER      PIC X(08).
       FD  TRAN-OUT RECORDING MODE F.
         01  TRAN-OUT-REC         PIC X(66).
       FD  APPR-RPT RECORDING MODE F.
      *"APPR-RPT", her deste icin onay sonucunu listeleyen kisa
      *isletim raporudur.
         01  APPR-RPT-LINE        PIC X(80).
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
           03 ST-TRAN-PREP       PIC 9(2).
           88 TRAN-PREP-EOF                  VALUE 10.
           03 ST-APPR-IN         PIC 9(2).
           88 APPR-IN-EOF                    VALUE 10.
           03 ST-TRAN-OUT        PIC 9(2).
           03 ST-APPR-RPT        PIC 9(2).
           03 WS-OPEN-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-FILES-OPENED               VALUE 'Y'.
           03 WS-RUN-DATE        PIC 9(08).
      *Onay kartlari; her deste basliginda kimlikle aranir. Kullanilan
      *kart isaretlenir ki hicbir desteyle eslesmeyen onay raporda
      *gorunsun.
         01  WS-APPR-TABLE.
           03 WS-APR-CNT        PIC 9(02) COMP VALUE 0.
           03 WS-APR-ENTRY OCCURS 50 TIMES.
             05 WS-APR-BATCH-ID PIC X(08).
             05 WS-APR-APPROVER PIC X(08).
             05 WS-APR-USED-SW  PIC X(01).
         01  WS-APPR-SEARCH.
           03 WS-APR-IX         PIC 9(02) COMP.
           03 WS-APR-HIT-IX     PIC 9(02) COMP.
           03 WS-APR-FOUND-SW   PIC X(01).
             88 WS-APR-FOUND           VALUE 'Y'.
             88 WS-APR-NOT-FOUND       VALUE 'N'.
      *Girdideki destelerin fiili kart sayilari; ilk okumada
      *doldurulur, desteler dosyadaki sirayla numaralanir.
         01  WS-BATCH-TABLE.
           03 WS-BAT-CNT        PIC 9(02) COMP VALUE 0.
           03 WS-BAT-IX         PIC 9(02) COMP VALUE 0.
           03 WS-BAT-ACT-CNT    PIC 9(05) OCCURS 50 TIMES.
      *Aktarilmakta olan destenin onaylanip onaylanmadigi.
           03 WS-BATCH-SW       PIC X(01).
             88 WS-BATCH-APPROVED      VALUE 'Y'.
             88 WS-BATCH-REFUSED       VALUE 'N'.
         01  WS-COUNTERS.
           03 WS-APPROVED-CNT    PIC 9(06) COMP VALUE 0.
           03 WS-REFUSED-CNT     PIC 9(06) COMP VALUE 0.
           03 WS-CARD-CNT        PIC 9(06) COMP VALUE 0.
           03 WS-NOHDR-CNT       PIC 9(06) COMP VALUE 0.
           03 WS-UNUSED-CNT      PIC 9(06) COMP VALUE 0.
      *Rapor baslik ve satir kaliplari.
         01  HDR-LINE-1.
           03 FILLER             PIC X(10) VALUE 'PBHAPPRV'.
           03 FILLER             PIC X(30) VALUE
                                  'TRANIN DESTE ONAY LISTESI'.
           03 FILLER             PIC X(07) VALUE 'TARIH: '.
           03 HDR-RUN-DATE       PIC 9(08).
           03 FILLER             PIC X(25) VALUE SPACES.
         01  HDR-LINE-2.
           03 FILLER             PIC X(09) VALUE 'DESTE'.
           03 FILLER             PIC X(11) VALUE 'HAZIRLAYAN'.
           03 FILLER             PIC X(07) VALUE 'KONTR.'.
           03 FILLER             PIC X(06) VALUE 'FIILI'.
           03 FILLER             PIC X(10) VALUE 'ONAYLAYAN'.
           03 FILLER             PIC X(37) VALUE 'SONUC'.
         01  DET-LINE.
           03 DET-BATCH-ID       PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-PREPARER       PIC X(08).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 DET-CTL-CNT        PIC X(05).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-ACT-CNT        PIC ZZZZ9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-APPROVER       PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-RESULT         PIC X(37).
      *Hicbir desteyle eslesmeyen onay karti satiri.
         01  UNUSED-LINE.
           03 UNU-BATCH-ID       PIC X(08).
           03 FILLER             PIC X(29) VALUE SPACES.
           03 UNU-APPROVER       PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(33) VALUE
                                  'ONAY KARTI - DESTE BULUNAMADI'.
         01  NOHDR-LINE.
           03 FILLER             PIC X(43) VALUE
                     'BASLIKSIZ KART SAYISI (PBHMAINT REDDEDER): '.
           03 NOH-CNT            PIC ZZZZ9.
           03 FILLER             PIC X(32) VALUE SPACES.
         01  TOT-LINE.
           03 FILLER             PIC X(10) VALUE 'ONAYLANAN:'.
           03 TOT-APPROVED       PIC ZZZZ9.
           03 FILLER             PIC X(14) VALUE '  ONAYLANMAYAN'.
           03 FILLER             PIC X(01) VALUE ':'.
           03 TOT-REFUSED        PIC ZZZZ9.
           03 FILLER             PIC X(08) VALUE '  KART: '.
           03 TOT-CARDS          PIC ZZZZZ9.
           03 FILLER             PIC X(31) VALUE SPACES.
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
           PERFORM H200-COPY-NEXT-CARD UNTIL TRAN-PREP-EOF
           PERFORM 3000-WRITE-SUMMARY
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Onay kartlarini tabloya alir, desteleri bir kez sayar, sonra
      *girdiyi aktarim icin yeniden acip ciktilari acar ve ilk karti
      *okur.
       H100-OPEN-FILES.
           ACCEPT WS-HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM H110-LOAD-APPROVALS.
           PERFORM H150-COUNT-BATCHES.
           OPEN INPUT  TRAN-PREP.
           OPEN EXTEND TRAN-OUT.
           OPEN OUTPUT APPR-RPT.
           IF (ST-TRAN-PREP NOT = 0) AND (ST-TRAN-PREP NOT = 97)
           DISPLAY 'UNABLE TO OPEN TRANPREP: ' ST-TRAN-PREP
           MOVE ST-TRAN-PREP TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-TRAN-OUT NOT = 0) AND (ST-TRAN-OUT NOT = 97)
           DISPLAY 'UNABLE TO OPEN TRANIN: ' ST-TRAN-OUT
           MOVE ST-TRAN-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-APPR-RPT NOT = 0) AND (ST-APPR-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN APPRRPT: ' ST-APPR-RPT
           MOVE ST-APPR-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-FILES-OPENED TO TRUE.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           WRITE APPR-RPT-LINE FROM HDR-LINE-1.
           WRITE APPR-RPT-LINE FROM HDR-LINE-2.
           MOVE SPACES TO APPR-RPT-LINE.
           WRITE APPR-RPT-LINE.
           SET WS-BATCH-REFUSED TO TRUE.
           READ TRAN-PREP
              AT END
                 SET TRAN-PREP-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *Onay kartlarini tabloya yukler. Kart yoksa (bos dosya) hicbir
      *deste onaylanmaz; desteler yine de TRANIN'e aktarilir ve
      *PBHMAINT tarafindan bekletilir.
       H110-LOAD-APPROVALS.
           OPEN INPUT APPR-IN
           IF (ST-APPR-IN NOT = 0) AND (ST-APPR-IN NOT = 97)
              DISPLAY 'UNABLE TO OPEN APPRIN: ' ST-APPR-IN
              MOVE ST-APPR-IN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ APPR-IN
              AT END
                 SET APPR-IN-EOF TO TRUE
           END-READ
           PERFORM H115-LOAD-APPROVAL-ENTRY UNTIL APPR-IN-EOF
           CLOSE APPR-IN.
       H110-END. EXIT.
      *Eldeki onay kartini tabloya alir ve bir sonrakini okur.
       H115-LOAD-APPROVAL-ENTRY.
           IF WS-APR-CNT >= 50
              DISPLAY 'PBHAPPRV - APPROVAL TABLE EXCEEDS 50'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-APR-CNT
           MOVE APR-BATCH-ID TO WS-APR-BATCH-ID (WS-APR-CNT)
           MOVE APR-APPROVER TO WS-APR-APPROVER (WS-APR-CNT)
           MOVE 'N'          TO WS-APR-USED-SW (WS-APR-CNT)
           READ APPR-IN
              AT END
                 SET APPR-IN-EOF TO TRUE
           END-READ.
       H115-END. EXIT.
      *Girdiyi bir kez bastan sona okuyup her destenin fiili kart
      *sayisini tabloya yazar; PBHMAINT'in H150'siyle ayni sayimdir.
       H150-COUNT-BATCHES.
           OPEN INPUT TRAN-PREP
           IF (ST-TRAN-PREP NOT = 0) AND (ST-TRAN-PREP NOT = 97)
              DISPLAY 'UNABLE TO OPEN TRANPREP: ' ST-TRAN-PREP
              MOVE ST-TRAN-PREP TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ TRAN-PREP
              AT END
                 SET TRAN-PREP-EOF TO TRUE
           END-READ
           PERFORM H155-COUNT-BATCH-CARD UNTIL TRAN-PREP-EOF
           CLOSE TRAN-PREP.
       H150-END. EXIT.
      *Sayma dongusunun tek adimi.
       H155-COUNT-BATCH-CARD.
           IF BTH-HEADER
              IF WS-BAT-CNT >= 50
                 DISPLAY 'PBHAPPRV - BATCHES EXCEED 50'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-BAT-CNT
              MOVE 0 TO WS-BAT-ACT-CNT (WS-BAT-CNT)
           ELSE
              IF WS-BAT-CNT > 0
                 ADD 1 TO WS-BAT-ACT-CNT (WS-BAT-CNT)
              END-IF
           END-IF
           READ TRAN-PREP
              AT END
                 SET TRAN-PREP-EOF TO TRUE
           END-READ.
       H155-END. EXIT.
      *Karti TRANIN'e aktarir ve bir sonrakini okur; baslik karti
      *once 2000-DECIDE-BATCH'te onaylanir ya da onay damgasi
      *silinir. Basliksiz kart oldugu gibi aktarilir ve sayilir;
      *PBHMAINT onu reddeder.
       H200-COPY-NEXT-CARD.
               IF BTH-HEADER
                  PERFORM 2000-DECIDE-BATCH
               ELSE
                  ADD 1 TO WS-CARD-CNT
                  IF WS-BAT-IX = 0
                     ADD 1 TO WS-NOHDR-CNT
                  END-IF
               END-IF
               WRITE TRAN-OUT-REC FROM TRANS-REC
               READ TRAN-PREP
                  AT END
                     SET TRAN-PREP-EOF TO TRUE
               END-READ.
       H200-END. EXIT.
      *Destenin onay kartini arar ve kurallari uygular: onay karti
      *olmali, onaylayici bos ya da hazirlayiciyla ayni olmamali,
      *hazirlayici kimligi dolu olmali ve kontrol sayisi fiili kart
      *sayisina esit olmalidir. Onay damgasi yalnizca bu adimda
      *basilir; kurallardan biri tutmazsa baslikta daha once
      *doldurulmus bir damga da silinir ki elle girilmis onay
      *PBHMAINT'ten gecemesin.
       2000-DECIDE-BATCH.
           ADD 1 TO WS-BAT-IX
           SET WS-APR-NOT-FOUND TO TRUE
           PERFORM 2100-SCAN-APPROVAL-TABLE
              VARYING WS-APR-IX FROM 1 BY 1
              UNTIL WS-APR-IX > WS-APR-CNT OR WS-APR-FOUND
           MOVE SPACES          TO DET-APPROVER
           SET WS-BATCH-REFUSED TO TRUE
           EVALUATE TRUE
              WHEN WS-APR-NOT-FOUND
                 MOVE 'ONAYSIZ - ONAY KARTI YOK' TO DET-RESULT
              WHEN BTH-PREPARER = SPACES
                 MOVE 'ONAYSIZ - HAZIRLAYAN KIMLIGI YOK'
                    TO DET-RESULT
              WHEN WS-APR-APPROVER (WS-APR-HIT-IX) = SPACES
                 MOVE 'ONAYSIZ - ONAYLAYAN KIMLIGI YOK'
                    TO DET-RESULT
              WHEN WS-APR-APPROVER (WS-APR-HIT-IX) = BTH-PREPARER
                 MOVE 'ONAYSIZ - ONAYLAYAN = HAZIRLAYAN'
                    TO DET-RESULT
              WHEN BTH-CARD-COUNT NOT NUMERIC
                 MOVE 'ONAYSIZ - KONTROL SAYISI HATALI'
                    TO DET-RESULT
              WHEN BTH-CARD-COUNT NOT = WS-BAT-ACT-CNT (WS-BAT-IX)
                 MOVE 'ONAYSIZ - KART SAYISI TUTMUYOR'
                    TO DET-RESULT
              WHEN OTHER
                 SET WS-BATCH-APPROVED TO TRUE
                 MOVE 'ONAYLANDI' TO DET-RESULT
           END-EVALUATE
           IF WS-BATCH-APPROVED
              ADD 1 TO WS-APPROVED-CNT
              MOVE WS-APR-APPROVER (WS-APR-HIT-IX) TO BTH-APPROVER
              MOVE WS-RUN-DATE                     TO BTH-APPR-DATE
              MOVE BTH-APPROVER                    TO DET-APPROVER
           ELSE
              ADD 1 TO WS-REFUSED-CNT
              MOVE SPACES TO BTH-APPROVER
              MOVE SPACES TO BTH-APPR-DATE
              IF WS-APR-FOUND
                 MOVE WS-APR-APPROVER (WS-APR-HIT-IX) TO DET-APPROVER
              END-IF
           END-IF
           MOVE BTH-BATCH-ID               TO DET-BATCH-ID
           MOVE BTH-PREPARER               TO DET-PREPARER
           MOVE BTH-CARD-COUNT             TO DET-CTL-CNT
           MOVE WS-BAT-ACT-CNT (WS-BAT-IX) TO DET-ACT-CNT
           WRITE APPR-RPT-LINE FROM DET-LINE.
       2000-END. EXIT.
      *Onay tablosu arama dongusunun tek adimi; eslesen kart
      *kullanildi olarak isaretlenir.
       2100-SCAN-APPROVAL-TABLE.
           IF WS-APR-BATCH-ID (WS-APR-IX) = BTH-BATCH-ID
              SET WS-APR-FOUND TO TRUE
              MOVE WS-APR-IX TO WS-APR-HIT-IX
              MOVE 'Y' TO WS-APR-USED-SW (WS-APR-IX)
           END-IF.
       2100-END. EXIT.
      *Kullanilmayan onay kartlarini, basliksiz kart sayisini ve
      *toplamlari basar.
       3000-WRITE-SUMMARY.
           MOVE SPACES TO APPR-RPT-LINE
           WRITE APPR-RPT-LINE
           PERFORM 3100-WRITE-UNUSED-LINE
              VARYING WS-APR-IX FROM 1 BY 1
              UNTIL WS-APR-IX > WS-APR-CNT
           IF WS-NOHDR-CNT > 0
              MOVE WS-NOHDR-CNT TO NOH-CNT
              WRITE APPR-RPT-LINE FROM NOHDR-LINE
           END-IF
           MOVE WS-APPROVED-CNT TO TOT-APPROVED
           MOVE WS-REFUSED-CNT  TO TOT-REFUSED
           MOVE WS-CARD-CNT     TO TOT-CARDS
           WRITE APPR-RPT-LINE FROM TOT-LINE.
       3000-END. EXIT.
      *Tek bir onay kartini, hicbir desteyle eslesmediyse basar.
       3100-WRITE-UNUSED-LINE.
           IF WS-APR-USED-SW (WS-APR-IX) = 'N'
              ADD 1 TO WS-UNUSED-CNT
              MOVE WS-APR-BATCH-ID (WS-APR-IX) TO UNU-BATCH-ID
              MOVE WS-APR-APPROVER (WS-APR-IX) TO UNU-APPROVER
              WRITE APPR-RPT-LINE FROM UNUSED-LINE
           END-IF.
       3100-END. EXIT.
      *Bu calistirmanin kaydini birikimli RUNHIST'e ekler: cevrim
      *tarihi, adim adi, baslangic/bitis damgasi, donus kodu,
      *temiz/restart gostergesi ve adimin ana sayaclari. Gecmis
      *yazilamazsa adimin sonucu degistirilmez, yalnizca uyari
      *verilir.
       H800-WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HIST-REC
           MOVE WS-HIST-START-DATE TO RHS-CYC-DATE
           MOVE 'PBHAPPRV' TO RHS-STEP-NAME
           MOVE WS-HIST-START-DATE TO RHS-START-DATE
           MOVE WS-HIST-START-TIME TO RHS-START-TIME
           ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT RHS-END-TIME FROM TIME
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           SET RHS-CLEAN-RUN TO TRUE
           MOVE WS-CARD-CNT        TO RHS-COUNT-1
           MOVE WS-APPROVED-CNT    TO RHS-COUNT-2
           MOVE WS-REFUSED-CNT     TO RHS-COUNT-3
           MOVE WS-NOHDR-CNT       TO RHS-COUNT-4
           MOVE WS-UNUSED-CNT      TO RHS-COUNT-5
           OPEN EXTEND RUN-HIST
           IF (ST-RUN-HIST NOT = 0) AND (ST-RUN-HIST NOT = 05) AND
              (ST-RUN-HIST NOT = 97)
              DISPLAY 'PBHAPPRV - UNABLE TO OPEN RUNHIST: '
                      ST-RUN-HIST
           ELSE
              WRITE RUN-HIST-REC
              CLOSE RUN-HIST
           END-IF.
       H800-END. EXIT.
      *Sayaclari gosterir ve dosyalari kapatir. Onaylanmayan deste,
      *basliksiz kart ya da eslesmeyen onay karti varsa RC=4 ile
      *biter.
       H999-PROGRAM-EXIT.
           DISPLAY 'PBHAPPRV - APPROVED: ' WS-APPROVED-CNT
           DISPLAY 'PBHAPPRV - REFUSED : ' WS-REFUSED-CNT
           DISPLAY 'PBHAPPRV - NO HDR  : ' WS-NOHDR-CNT
           DISPLAY 'PBHAPPRV - UNUSED  : ' WS-UNUSED-CNT
           IF (WS-REFUSED-CNT > 0 OR WS-NOHDR-CNT > 0 OR
               WS-UNUSED-CNT > 0) AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILES-OPENED
              CLOSE TRAN-PREP
              CLOSE TRAN-OUT
              CLOSE APPR-RPT
           END-IF
           PERFORM H800-WRITE-RUN-HISTORY.
           GOBACK.

      *
