      *degisiklik gecmisini raporlar.
           SELECT AUDIT-JRN  ASSIGN TO AUDITJRN
                             STATUS ST-AUDIT-JRN.
      *DEPT-HIST, bolum atama gecmisidir (bkz. DHSREC kopya kitabi):
      *eklenen her donem ve bolumu degisen her donem icin bir kayit
      *eklenir. AUDIT-JRN gibi EXTEND ile acilan birikimli bir
      *dosyadir; PBHDHIST bolumde gecirilen sureyi buradan raporlar.
           SELECT DEPT-HIST  ASSIGN TO DEPTHIST
                             STATUS ST-DEPT-HIST.
      *RUN-CTL, gece is akisinin adim sirasini koruyan tek kayitlik
      *cevrim kontrol dosyasidir (bkz. RUNCTL kopya kitabi). Bu
      *program cevrimin ILK adimidir: ayni cevrim tarihinde ikinci
                             STATUS ST-PEND-IN.
           SELECT PEND-OUT   ASSIGN TO PENDNEW
                             STATUS ST-PEND-OUT.
      *HOLD-OUT, onaysiz ya da kontrol sayisi tutmayan TRANIN
      *destelerinin (baslik karti ve islem kartlariyla birlikte,
      *degistirilmeden) park edildigi bekletme dosyasidir. EXTEND
      *ile acilir ki onay adimi (PBHAPPRV) henuz almadan biriken
      *desteler kaybolmasin; PBHAPPRV bekletilen desteleri yeniden
      *onaya sunar ve dosyayi bosaltir.
           SELECT HOLD-OUT   ASSIGN TO TRANHOLD
                             STATUS ST-HOLD-OUT.
      *RUN-HIST, gece adimlarinin her calistirmada bir kayit ekledigi
      *birikimli calisma gecmisidir (bkz. RUNHIST kopya kitabi);
      *PBHTREND haftalik egilim raporunu bu dosyadan uretir. Ilk
      *calistirmada dosya yoksa EXTEND ile olusturulur.
           SELECT OPTIONAL RUN-HIST ASSIGN TO RUNHIST
                             STATUS ST-RUN-HIST.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
      *duzeni PBHSUSP ile ortak oldugundan TRANREC kopya kitabindan
      *alinir.
           COPY TRANREC REPLACING ==RECORD-NAME-TAG== BY ==TRANS-REC==.
      *Destenin ilk karti baslik kartidir (TRN-ACTION yerinde 'H');
      *ayni kart alani BATCHHDR duzeniyle de okunur.
           COPY BATCHHDR REPLACING ==RECORD-NAME-TAG== BY ==BATCH-HDR==.
       FD  DEPT-MAST RECORDING MODE F.
      *Bolum kaydinin duzeni PBHDEPT/PBHREPT2 ile ortak oldugundan
      *DEPTREC kopya kitabindan alinir.
      *Denetim jurnal kaydinin duzeni PBHAUDRP ile ortak oldugundan
      *AUDITREC kopya kitabindan alinir.
           COPY AUDITREC REPLACING ==RECORD-NAME-TAG== BY ==AUDIT-REC==.
       FD  DEPT-HIST RECORDING MODE F.
      *Atama gecmisi kaydinin duzeni PBHDHIST ile ortak oldugundan
      *DHSREC kopya kitabindan alinir.
           COPY DHSREC REPLACING ==RECORD-NAME-TAG==
                                  BY ==DEPT-HIST-REC==.
       FD  PEND-IN RECORDING MODE F.
      *Bekleyen kart TRANREC duzenindedir; alan adlari PIN- ile
      *degistirilir ki TRANS-REC'in TRN- alanlariyla catismasin.
                                  ==TRN-STAT==        BY ==PIN-STAT==
                                  ==TRN-EFF-DATE==    BY
                                  ==PIN-EFF-DATE==.
      *Bekleyen kayit 82 byte'tir: 66 byte'lik kartin arkasinda
      *kartin geldigi destenin hazirlayici ve onaylayici kimlikleri
      *saklanir ki serbest birakildiginda jurnale yine onlarla
      *yazilsin.
         01  PEND-STAMP-REC.
           03 FILLER            PIC X(66).
           03 PIN-PREPARER      PIC X(08).
           03 PIN-APPROVER      PIC X(08).
       FD  PEND-OUT RECORDING MODE F.
      *Yeni bekleyenler dosyasi; kayitlar PEND-STAMP-REC duzeninde
      *(kart + hazirlayici + onaylayici) 82 byte yazilir.
         01  PENDNEW-REC          PIC X(82).
       FD  HOLD-OUT RECORDING MODE F.
      *Bekletilen deste kartlari TRANIN'deki gibi 66 byte'tir.
         01  HOLDNEW-REC          PIC X(66).
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
           03 ST-DATE-REC        PIC 9(2).
           03 ST-TRANS-FILE      PIC 9(2).
           88 TRANS-FILE-EOF                 VALUE 10.
           03 ST-MAINT-RPT       PIC 9(2).
           03 ST-AUDIT-JRN       PIC 9(2).
           03 ST-DEPT-HIST       PIC 9(2).
           03 ST-DEPT-MAST       PIC 9(2).
           88 DEPT-MAST-EOF                  VALUE 10.
           03 ST-RUN-CTL         PIC 9(2).
           03 ST-PEND-IN         PIC 9(2).
           88 PEND-IN-EOF                    VALUE 10.
           03 ST-PEND-OUT        PIC 9(2).
           03 ST-HOLD-OUT        PIC 9(2).
      *Calisma tarihi; H100-OPEN-FILES'ta bir kere alinir ve tum
      *jurnal kayitlarina ayni degerle yazilir.
           03 WS-RUN-DATE        PIC 9(08).
      *saklanan DATE-REC goruntuleri.
           03 WS-BEFORE-IMAGE    PIC X(57).
           03 WS-AFTER-IMAGE     PIC X(57).
      *Duzeltme kartinda kaydin degisiklikten onceki bolumu; yeni
      *bolumden farkliysa atama gecmisine bir kayit yazilir.
           03 WS-OLD-DEPT        PIC X(04).
      *Islem kartinin on-editten gecip gecmedigini tutan anahtar;
      *1000-EDIT-TRANSACTION doldurur, 2000-APPLY-TRANSACTION bakar.
           03 WS-TRN-EDIT-SW     PIC X(01).
             88 TRN-EDIT-OK             VALUE 'Y'.
             88 TRN-EDIT-FAILED         VALUE 'N'.
      *Uygulanan kartin nereden geldigi; jurnale JRN-SOURCE olarak
      *yazilir ki gunluk degisiklik akisi serbest birakilan PENDIN
      *kartlarini TRANIN kartlarindan ayirabilsin.
           03 WS-JRN-SOURCE      PIC X(01).
      *Uygulanan kartin destesinin hazirlayici ve onaylayicisi;
      *2050-START-BATCH (TRANIN) ya da H185 (PENDIN) doldurur,
      *2800 jurnale yazar.
           03 WS-JRN-PREPARER    PIC X(08).
           03 WS-JRN-APPROVER    PIC X(08).
      *Okunmakta olan destenin durumu: R = onayli ve sayisi tutuyor,
      *kartlari uygulanir; H = bekletiliyor, kartlari HOLD-OUT'a
      *gider; bosluk = henuz baslik karti gelmedi.
           03 WS-BATCH-SW        PIC X(01) VALUE SPACE.
             88 WS-BATCH-RELEASED       VALUE 'R'.
             88 WS-BATCH-HELD           VALUE 'H'.
             88 WS-NO-BATCH             VALUE SPACE.
      *TRN-DATE ve TRN-NDATE alanlarinin gercek bir takvim tarihi
      *olup olmadigini kontrol etmek icin kullanilan calisma alani;
      *ay/gun/artik-yil kurallari PBHWORK2'deki
           03 WS-DEPT-FOUND-SW  PIC X(01).
             88 WS-DEPT-FOUND          VALUE 'Y'.
             88 WS-DEPT-NOT-FOUND      VALUE 'N'.
      *TRANIN'deki destelerin fiili kart sayilari; H150 calismanin
      *basinda dosyayi bir kez sayarak doldurur, boylece sayisi
      *baslikla tutmayan deste daha ilk karti uygulanmadan
      *bekletilebilir. Desteler dosyadaki sirayla numaralanir.
         01  WS-BATCH-TABLE.
           03 WS-BAT-CNT        PIC 9(02) COMP VALUE 0.
           03 WS-BAT-IX         PIC 9(02) COMP VALUE 0.
           03 WS-BAT-ACT-CNT    PIC 9(05) OCCURS 50 TIMES.
      *Ekleme kartinda yeni donem numarasini bulmak icin ayni
      *REC-ID'nin var olan donemlerini tarayan calisma alani;
      *WS-HIGH-SPELL taranan en buyuk REC-SPELL'i tutar.
           03 WS-RELEASED-CNT    PIC 9(06) COMP.
           03 WS-PARKED-CNT      PIC 9(06) COMP.
           03 WS-PENDING-CNT     PIC 9(06) COMP.
           03 WS-HELD-BATCH-CNT  PIC 9(06) COMP.
           03 WS-HELD-CARD-CNT   PIC 9(06) COMP.
           03 WS-DEPT-HIST-CNT   PIC 9(06) COMP.
      *Park edilen kartin PENDNEW'e yazilan 82 byte'lik hali.
         01  WS-PEND-WORK.
           03 WS-PEND-CARD       PIC X(66).
           03 WS-PEND-PREPARER   PIC X(08).
           03 WS-PEND-APPROVER   PIC X(08).
      *Park/bekleme satirlarinin mesaj kalibi; yururluk tarihi
      *RPT-MESSAGE'a bu alanla tasinir.
         01  MSG-EFF-AREA.
           03 FILLER             PIC X(10) VALUE 'EFFECTIVE '.
           03 MSG-EFF-DATE       PIC X(08).
           03 FILLER             PIC X(38) VALUE SPACES.
      *Deste baslik satirinin mesaj kalibi: deste kimligi, hazirlayan
      *ve onaylayan; bekletilen destede onaylayan yerine sebep yazilir.
         01  MSG-BATCH-AREA.
           03 FILLER             PIC X(06) VALUE 'BATCH '.
           03 MSG-BAT-ID         PIC X(08).
           03 FILLER             PIC X(06) VALUE ' PREP '.
           03 MSG-BAT-PREPARER   PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 MSG-BAT-TEXT       PIC X(27).
      *Rapor satiri kalibi; her islem icin bir kere doldurulup yazilir.
         01  RPT-LINE.
           03 RPT-ACTION         PIC X(01).
           03 RPT-RESULT         PIC X(10).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 RPT-MESSAGE        PIC X(56).
      *Calisma gecmisi icin baslangic damgasi; H100'un ilk isi olarak
      *alinir, bitis damgasi H800'de alinir.
         01  WS-HIST-STAMP.
           03 WS-HIST-START-DATE PIC 9(08).
           03 WS-HIST-START-TIME PIC 9(08).

      *--------------------
       PROCEDURE DIVISION.
      *DATE-REC'i I-O, TRANS-FILE'i girdi, MAINT-RPT'i cikti olarak
      *acar ve ilk islem kartini okur.
       H100-OPEN-FILES.
           ACCEPT WS-HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-START-TIME FROM TIME.
           PERFORM H170-CHECK-RUN-CONTROL.
           PERFORM H150-COUNT-BATCHES.
           OPEN I-O    DATE-REC.
           OPEN INPUT  TRANS-FILE.
           OPEN OUTPUT MAINT-RPT.
           MOVE ST-AUDIT-JRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Atama gecmisi de jurnal gibi birikimlidir ve EXTEND ile acilir.
           OPEN EXTEND DEPT-HIST.
           IF (ST-DEPT-HIST NOT = 0) AND (ST-DEPT-HIST NOT = 97)
           DISPLAY 'UNABLE TO OPEN DEPTHIST: ' ST-DEPT-HIST
           MOVE ST-DEPT-HIST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-LOAD-DEPT-TABLE.
           OPEN OUTPUT PEND-OUT.
           IF (ST-PEND-OUT NOT = 0) AND (ST-PEND-OUT NOT = 97)
           MOVE ST-PEND-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND HOLD-OUT.
           IF (ST-HOLD-OUT NOT = 0) AND (ST-HOLD-OUT NOT = 97)
           DISPLAY 'UNABLE TO OPEN TRANHOLD: ' ST-HOLD-OUT
           MOVE ST-HOLD-OUT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.
      *TRANIN'i bir kez bastan sona okuyup her destenin fiili kart
      *sayisini deste tablosuna yazar ve dosyayi kapatir; asil
      *isleme H100'de yeniden acilan dosyayla bastan yapilir. Ilk
      *basliktan onceki kartlar hicbir desteye sayilmaz.
       H150-COUNT-BATCHES.
           OPEN INPUT TRANS-FILE
           IF (ST-TRANS-FILE NOT = 0) AND (ST-TRANS-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN TRANIN: ' ST-TRANS-FILE
              MOVE ST-TRANS-FILE TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ TRANS-FILE
              AT END
                 SET TRANS-FILE-EOF TO TRUE
           END-READ
           PERFORM H155-COUNT-BATCH-CARD UNTIL TRANS-FILE-EOF
           CLOSE TRANS-FILE.
       H150-END. EXIT.
      *Sayma dongusunun tek adimi: baslik karti yeni bir deste
      *acar, islem karti son acilan destenin sayacini artirir.
       H155-COUNT-BATCH-CARD.
           IF BTH-HEADER
              IF WS-BAT-CNT >= 50
                 DISPLAY 'PBHMAINT - TRANIN BATCHES EXCEED 50'
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
           READ TRANS-FILE
              AT END
                 SET TRANS-FILE-EOF TO TRUE
           END-READ.
       H155-END. EXIT.
      *Bekleyen kartlar dosyasini okur: yururluk tarihi gelmis kart
      *serbest birakilir ve normal edit/uygulama yolundan gecer,
      *gelmemis kart PEND-OUT'a devredilip MAINTRPT'de PENDING
       H185-HANDLE-PENDING-CARD.
           IF PIN-EFF-DATE NUMERIC AND PIN-EFF-DATE > WS-RUN-DATE
              ADD 1 TO WS-PENDING-CNT
              WRITE PENDNEW-REC FROM PEND-STAMP-REC
              MOVE PIN-ACTION   TO RPT-ACTION
              MOVE PIN-ID       TO RPT-ID
              MOVE PIN-SPELL    TO RPT-SPELL
              MOVE RPT-LINE     TO MAINT-RPT-LINE
              WRITE MAINT-RPT-LINE
              MOVE PEND-REC TO TRANS-REC
              MOVE 'P' TO WS-JRN-SOURCE
              MOVE PIN-PREPARER TO WS-JRN-PREPARER
              MOVE PIN-APPROVER TO WS-JRN-APPROVER
              PERFORM 2000-APPLY-TRANSACTION
           END-IF
           READ PEND-IN
           MOVE 'N' TO CYC-REPT2-FLAG
           MOVE 'N' TO CYC-DWEXP-FLAG
           MOVE SPACE TO CYC-BALANCE-RESULT
           MOVE 'N' TO CYC-VARNC-FLAG
           OPEN OUTPUT RUN-CTL
           WRITE RUN-CTL-REC FROM WS-CYCLE-REC
           CLOSE RUN-CTL.
                 SET DEPT-MAST-EOF TO TRUE
           END-READ.
       H115-END. EXIT.
      *TRANIN kartini isler ve bir sonrakini okur: baslik karti
      *yeni bir deste acar; islem karti destesi serbestse action
      *koduna gore uygulanir, bekletiliyorsa HOLD-OUT'a park edilir.
      *Hicbir desteye ait olmayan (basliksiz) kart onay izi
      *tasimadigindan reddedilir.
       H200-READ-NEXT-TRANS.
               IF BTH-HEADER
                  PERFORM 2050-START-BATCH
               ELSE
                  EVALUATE TRUE
                     WHEN WS-BATCH-RELEASED
                        MOVE 'T' TO WS-JRN-SOURCE
                        PERFORM 2000-APPLY-TRANSACTION
                     WHEN WS-BATCH-HELD
                        PERFORM 2060-HOLD-CARD
                     WHEN OTHER
                        MOVE 'NO BATCH HEADER' TO RPT-MESSAGE
                        PERFORM 2950-WRITE-REJECT-LINE
                  END-EVALUATE
               END-IF
               READ TRANS-FILE.
       H200-END. EXIT.
      *Deste basligini denetler: hazirlayici kimligi dolu, onay
      *damgasi dolu ve hazirlayicidan farkli, kontrol sayisi H150'nin
      *saydigi kart sayisina esit olmalidir. Kosullardan biri
      *tutmazsa deste, gelecege yururlu kart gibi uygulanmadan park
      *edilir: baslik ve kartlari degistirilmeden HOLD-OUT'a yazilir
      *ve onaydan sonra yeniden gelir.
       2050-START-BATCH.
           ADD 1 TO WS-BAT-IX
           MOVE BTH-PREPARER TO WS-JRN-PREPARER
           MOVE BTH-APPROVER TO WS-JRN-APPROVER
           MOVE BTH-BATCH-ID TO MSG-BAT-ID
           MOVE BTH-PREPARER TO MSG-BAT-PREPARER
           SET WS-BATCH-HELD TO TRUE
           EVALUATE TRUE
              WHEN BTH-PREPARER = SPACES
                 MOVE 'NO PREPARER ID' TO MSG-BAT-TEXT
              WHEN BTH-APPROVER = SPACES
                 MOVE 'NOT APPROVED' TO MSG-BAT-TEXT
              WHEN BTH-APPROVER = BTH-PREPARER
                 MOVE 'APPROVER SAME AS PREPARER' TO MSG-BAT-TEXT
              WHEN BTH-CARD-COUNT NOT NUMERIC
                 MOVE 'CONTROL COUNT NOT NUMERIC' TO MSG-BAT-TEXT
              WHEN BTH-CARD-COUNT NOT = WS-BAT-ACT-CNT (WS-BAT-IX)
                 MOVE 'CARD COUNT MISMATCH' TO MSG-BAT-TEXT
              WHEN OTHER
                 SET WS-BATCH-RELEASED TO TRUE
                 MOVE SPACES TO MSG-BAT-TEXT
                 STRING 'APPR ' BTH-APPROVER DELIMITED BY SIZE
                    INTO MSG-BAT-TEXT
           END-EVALUATE
           MOVE 'H'            TO RPT-ACTION
           MOVE SPACES         TO RPT-ID
           MOVE SPACES         TO RPT-SPELL
           IF WS-BATCH-HELD
              ADD 1 TO WS-HELD-BATCH-CNT
              WRITE HOLDNEW-REC FROM TRANS-REC
              MOVE 'HELD'      TO RPT-RESULT
           ELSE
              MOVE 'BATCH OK'  TO RPT-RESULT
           END-IF
           MOVE MSG-BATCH-AREA TO RPT-MESSAGE
           MOVE RPT-LINE       TO MAINT-RPT-LINE
           WRITE MAINT-RPT-LINE.
       2050-END. EXIT.
      *Bekletilen destenin islem kartini HOLD-OUT'a yazar ve
      *MAINTRPT'de HELD satiriyla gosterir.
       2060-HOLD-CARD.
           ADD 1 TO WS-HELD-CARD-CNT
           WRITE HOLDNEW-REC FROM TRANS-REC
           MOVE TRN-ACTION     TO RPT-ACTION
           MOVE TRN-ID         TO RPT-ID
           MOVE TRN-SPELL      TO RPT-SPELL
           MOVE 'HELD'         TO RPT-RESULT
           MOVE MSG-BATCH-AREA TO RPT-MESSAGE
           MOVE RPT-LINE       TO MAINT-RPT-LINE
           WRITE MAINT-RPT-LINE.
       2060-END. EXIT.
      *TRN-ACTION'a gore ekleme, duzeltme ya da silme paragrafina
      *dagitim yapar; taninmayan kod dogrudan reddedilir. Kart once
      *1000-EDIT-TRANSACTION'dan gecer; editten kalan kart ana
              END-IF
           END-IF.
       2000-END. EXIT.
      *Gelecege yururluklu karti destesinin hazirlayici/onaylayici
      *kimlikleriyle bekleyenler dosyasina yazar ve MAINTRPT'de
      *PARKED satiriyla gosterir.
       2400-PARK-TRANSACTION.
           ADD 1 TO WS-PARKED-CNT
           MOVE TRANS-REC       TO WS-PEND-CARD
           MOVE WS-JRN-PREPARER TO WS-PEND-PREPARER
           MOVE WS-JRN-APPROVER TO WS-PEND-APPROVER
           WRITE PENDNEW-REC FROM WS-PEND-WORK
           MOVE TRN-ACTION   TO RPT-ACTION
           MOVE TRN-ID       TO RPT-ID
           MOVE TRN-SPELL    TO RPT-SPELL
                 MOVE 'SPELL ADDED' TO RPT-MESSAGE
                 PERFORM 2900-WRITE-APPLIED-LINE
                 PERFORM 2800-WRITE-AUDIT-RECORD
                 MOVE SPACES TO WS-OLD-DEPT
                 PERFORM 2850-WRITE-DEPT-HISTORY
           END-WRITE.
       2150-END. EXIT.
      *Var olan bir REC-ID + donem kaydinin adini/soyadini/
                 PERFORM 2950-WRITE-REJECT-LINE
              NOT INVALID KEY
                 MOVE DATEIN       TO WS-BEFORE-IMAGE
                 MOVE REC-DEPT     TO WS-OLD-DEPT
                 MOVE TRN-NAME     TO REC-NAME
                 MOVE TRN-SRNAME   TO REC-SRNAME
                 MOVE TRN-DATE     TO REC-DATE
                       MOVE 'RECORD CHANGED' TO RPT-MESSAGE
                       PERFORM 2900-WRITE-APPLIED-LINE
                       PERFORM 2800-WRITE-AUDIT-RECORD
                       IF WS-OLD-DEPT NOT = REC-DEPT
                          PERFORM 2850-WRITE-DEPT-HISTORY
                       END-IF
                 END-REWRITE
           END-READ.
       2200-END. EXIT.
                 END-DELETE
           END-READ.
       2300-END. EXIT.
      *Basariyla uygulanan islemi calisma tarihi, action kodu,
      *once/sonra goruntuleri, kart kaynagi (TRANIN/PENDIN) ve
      *destenin hazirlayici/onaylayicisiyla denetim jurnaline yazar.
      *Yalnizca
      *WRITE/REWRITE/DELETE'in basarili koluna girildiginde cagrilir,
      *boylece reddedilen islemler jurnale hic dusmez.
       2800-WRITE-AUDIT-RECORD.
           MOVE REC-SPELL       TO JRN-REC-SPELL
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO JRN-AFTER-IMAGE
           MOVE WS-JRN-SOURCE   TO JRN-SOURCE
           MOVE WS-JRN-PREPARER TO JRN-PREPARER
           MOVE WS-JRN-APPROVER TO JRN-APPROVER
           WRITE AUDIT-REC.
       2800-END. EXIT.
      *Donemin bolum atamasini atama gecmisine yazar: eklemede eski
      *bolum bosluk ve gecerlilik tarihi donemin baslangici, bolum
      *degistiren duzeltmede gecerlilik tarihi kartin yururluk
      *tarihidir (serbest birakilan PENDIN kartinda park edildigi
      *tarih); yururluk tarihi verilmemis kart calisma tarihinden
      *gecerli sayilir.
       2850-WRITE-DEPT-HISTORY.
           MOVE TRN-ID          TO DHS-REC-ID
           MOVE REC-SPELL       TO DHS-REC-SPELL
           IF TRN-ADD
              MOVE TRN-DATE     TO DHS-EFF-DATE
           ELSE
              IF TRN-EFF-DATE NUMERIC AND
                 TRN-EFF-DATE NOT = '00000000'
                 MOVE TRN-EFF-DATE TO DHS-EFF-DATE
              ELSE
                 MOVE WS-RUN-DATE  TO DHS-EFF-DATE
              END-IF
           END-IF
           MOVE WS-OLD-DEPT     TO DHS-FROM-DEPT
           MOVE REC-DEPT        TO DHS-TO-DEPT
           MOVE WS-RUN-DATE     TO DHS-RUN-DATE
           MOVE WS-JRN-SOURCE   TO DHS-SOURCE
           MOVE TRN-ACTION      TO DHS-ACTION
           WRITE DEPT-HIST-REC
           ADD 1 TO WS-DEPT-HIST-CNT.
       2850-END. EXIT.
      *Basariyla uygulanan bir islemi rapora yazar ve sayacini artirir.
       2900-WRITE-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-CNT
           MOVE RPT-LINE    TO MAINT-RPT-LINE
           WRITE MAINT-RPT-LINE.
       2950-END. EXIT.
      *Bu calistirmanin kaydini birikimli RUNHIST'e ekler: cevrim
      *tarihi, adim adi, baslangic/bitis damgasi, donus kodu,
      *temiz/restart gostergesi ve adimin ana sayaclari. Gecmis
      *yazilamazsa adimin sonucu degistirilmez, yalnizca uyari
      *verilir.
       H800-WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HIST-REC
           MOVE WS-HIST-START-DATE TO RHS-CYC-DATE
           MOVE 'PBHMAINT' TO RHS-STEP-NAME
           MOVE WS-HIST-START-DATE TO RHS-START-DATE
           MOVE WS-HIST-START-TIME TO RHS-START-TIME
           ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT RHS-END-TIME FROM TIME
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           SET RHS-CLEAN-RUN TO TRUE
           MOVE WS-APPLIED-CNT     TO RHS-COUNT-1
           MOVE WS-REJECTED-CNT    TO RHS-COUNT-2
           MOVE WS-RELEASED-CNT    TO RHS-COUNT-3
           MOVE WS-PARKED-CNT      TO RHS-COUNT-4
           MOVE WS-HELD-CARD-CNT   TO RHS-COUNT-5
           OPEN EXTEND RUN-HIST
           IF (ST-RUN-HIST NOT = 0) AND (ST-RUN-HIST NOT = 05) AND
              (ST-RUN-HIST NOT = 97)
              DISPLAY 'PBHMAINT - UNABLE TO OPEN RUNHIST: '
                      ST-RUN-HIST
           ELSE
              WRITE RUN-HIST-REC
              CLOSE RUN-HIST
           END-IF.
       H800-END. EXIT.
      *Uygulanan ve reddedilen islem sayisini gosterip dosyalari
      *kapatir.
       H999-PROGRAM-EXIT.
           DISPLAY 'PBHMAINT - RELEASED: ' WS-RELEASED-CNT
           DISPLAY 'PBHMAINT - PARKED  : ' WS-PARKED-CNT
           DISPLAY 'PBHMAINT - PENDING : ' WS-PENDING-CNT
           DISPLAY 'PBHMAINT - HELD BAT: ' WS-HELD-BATCH-CNT
           DISPLAY 'PBHMAINT - HELD CRD: ' WS-HELD-CARD-CNT
           DISPLAY 'PBHMAINT - DEPT HST: ' WS-DEPT-HIST-CNT
           CLOSE DATE-REC.
           CLOSE TRANS-FILE.
           CLOSE MAINT-RPT.
           CLOSE AUDIT-JRN.
           CLOSE DEPT-HIST.
           CLOSE PEND-OUT.
           CLOSE HOLD-OUT.
           PERFORM H800-WRITE-RUN-HISTORY.
           GOBACK.

      *
