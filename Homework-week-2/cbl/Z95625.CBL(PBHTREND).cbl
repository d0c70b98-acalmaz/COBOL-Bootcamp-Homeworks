      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHTREND.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, gece adimlarinin birikimli calisma gecmisinden
      *(RUNHIST) son yedi cevrimi secip adim basina sure ve hacim
      *egilimini raporlayan haftalik programin dosya baglantilarini
      *tanimlar. Her calistirma bir detay satiri, her adim bir ozet
      *alir; adimin isleme penceresine yaklasmasi ya da asmasi, hacim
      *buyurken surenin pencereye dogru gitmesi ve ayni cevrimde
      *yeniden calistirma/restart isaretlenir.
       FILE-CONTROL.
      *RUN-HIST, yalnizca SORT ... USING icinde kapali olarak
      *acildigindan STATUS alani tutmaz; SORT'un basarisi SORT-RETURN
      *ile kontrol edilir (PBHKIDEM ile ayni duzen).
           SELECT RUN-HIST   ASSIGN TO RUNHIST.
      *SORT-WORK, gecmisi adim/cevrim/baslangic sirasina sokan SORT
      *calismasinin gecici calisma dosyasidir; HIST-SORTED sirali
      *sonucu tasir.
           SELECT SORT-WORK  ASSIGN TO SORTWK.
           SELECT HIST-SORTED ASSIGN TO TRNDSRT
                             STATUS ST-HIST-SORTED.
      *TRND-PARM, tek kayitlik rapor kartidir: donem sonu, uyari
      *yuzdesi ve adim bazinda sinir verilmeyen adimlar icin ortak
      *pencere. Kart yoksa ya da bozuksa calisma durdurulur.
           SELECT TRND-PARM  ASSIGN TO TRNDPARM
                             STATUS ST-TRND-PARM.
      *STEP-LIM, adim bazinda isleme penceresi kartlaridir. Hic
      *verilmeyebilir; verilmeyen adima TRND-PARM'daki ortak sinir
      *uygulanir.
           SELECT OPTIONAL STEP-LIM ASSIGN TO STEPLIM
                             STATUS ST-STEP-LIM.
           SELECT TRND-RPT   ASSIGN TO TRNDRPT
                             STATUS ST-TRND-RPT.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HIST RECORDING MODE F.
      *Yalnizca SORT girdisi oldugundan kayit ham olarak tanimlanir;
      *alan duzeni HIST-SORTED'daki RUNHIST kopyasindadir.
         01  RUN-HIST-IN          PIC X(100).
       SD  SORT-WORK.
      *SORT yalnizca onde gelen dort alani anahtar olarak kullanir;
      *kaydin geri kalani oldugu gibi tasinir.
         01  SORT-REC.
           03 SRT-CYC-DATE       PIC 9(08).
           03 SRT-STEP-NAME      PIC X(08).
           03 SRT-START-DATE     PIC 9(08).
           03 SRT-START-TIME     PIC 9(08).
           03 FILLER             PIC X(68).
       FD  HIST-SORTED RECORDING MODE F.
      *Adim/cevrim/baslangic sirasina dizilmis gecmis kayitlari; alan
      *adlari degismez.
           COPY RUNHIST REPLACING ==RECORD-NAME-TAG==
                                  BY ==HIST-REC==.
       FD  TRND-PARM RECORDING MODE F.
      *Kart ham olarak okunur; alan duzeni WORKING-STORAGE'taki
      *TRND-PARM-REC'tedir ki kart kapandiktan sonra da kullanilsin.
         01  TRND-PARM-IN         PIC X(15).
       FD  STEP-LIM RECORDING MODE F.
         01  STEP-LIM-REC.
           03 SL-STEP-NAME       PIC X(08).
           03 SL-LIMIT-MIN       PIC X(04).
           03 SL-LIMIT-MIN-N REDEFINES SL-LIMIT-MIN
                                 PIC 9(04).
       FD  TRND-RPT RECORDING MODE F.
      *"TRND-RPT", calistirma detay satirlarini ve adim ozetlerini
      *tasiyan basim satiridir.
         01  TRND-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 ST-HIST-SORTED     PIC 9(2).
           88 HIST-SORTED-EOF                VALUE 10.
           03 ST-TRND-PARM       PIC 9(2).
           03 ST-STEP-LIM        PIC 9(2).
           88 STEP-LIM-EOF                   VALUE 10.
           03 ST-TRND-RPT        PIC 9(2).
           03 WS-OPEN-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-FILES-OPENED               VALUE 'Y'.
      *Ilk secilen kayittan once adim kirilimi yapilmaz.
           03 WS-FIRST-STEP-SW   PIC X(01) VALUE 'Y'.
             88 WS-FIRST-STEP           VALUE 'Y'.
             88 WS-NOT-FIRST-STEP       VALUE 'N'.
           03 WS-SELECT-SW       PIC X(01).
             88 WS-IN-WINDOW            VALUE 'Y'.
             88 WS-OUT-OF-WINDOW        VALUE 'N'.
           03 WS-RUN-DATE        PIC 9(08).
      *Haftalik donem: bitis tarihi ve geriye dogru yedi cevrim.
           03 WS-WINDOW-DAYS     PIC 9(02) VALUE 7.
           03 WS-END-DATE        PIC 9(08).
           03 WS-FROM-DATE       PIC 9(08).
           03 WS-END-INT         PIC 9(07) COMP.
           03 WS-DAY-DIFF        PIC S9(07) COMP.
      *Bir calistirmanin gecen suresi (saniye).
           03 WS-START-SEC       PIC 9(05) COMP.
           03 WS-END-SEC         PIC 9(05) COMP.
           03 WS-ELAPSED-SEC     PIC S9(09) COMP.
      *Adimin penceresi (saniye) ve uyari esigi.
           03 WS-LIMIT-SEC       PIC 9(07) COMP.
           03 WS-WARN-SEC        PIC 9(07) COMP.
           03 WS-PROJ-SEC        PIC S9(09) COMP.
      *Tek kayitlik rapor karti: donem sonu (YYYYAAGG; bos ya da sifir
      *ise calisma tarihi), uyari yuzdesi (pencerenin yuzde kaci
      *dolunca SINIRA YAKIN denir) ve ortak pencere dakikasi (sifir
      *ise STEPLIM'de olmayan adim icin pencere denetlenmez).
         01  TRND-PARM-REC.
           03 TP-END-DATE       PIC X(08).
           03 TP-END-DATE-N REDEFINES TP-END-DATE
                                PIC 9(08).
           03 TP-WARN-PCT       PIC X(03).
           03 TP-WARN-PCT-N REDEFINES TP-WARN-PCT
                                PIC 9(03).
           03 TP-LIMIT-MIN      PIC X(04).
           03 TP-LIMIT-MIN-N REDEFINES TP-LIMIT-MIN
                                PIC 9(04).
      *Adim bazinda pencere kartlari; adim kiriliminda adla aranir.
         01  WS-LIMIT-TABLE.
           03 WS-LIM-CNT        PIC 9(02) COMP VALUE 0.
           03 WS-LIM-ENTRY OCCURS 30 TIMES.
             05 WS-LIM-STEP     PIC X(08).
             05 WS-LIM-MIN      PIC 9(04).
         01  WS-LIMIT-SEARCH.
           03 WS-LIM-IX         PIC 9(02) COMP.
           03 WS-LIM-HIT-IX     PIC 9(02) COMP.
           03 WS-LIM-FOUND-SW   PIC X(01).
             88 WS-LIM-FOUND           VALUE 'Y'.
             88 WS-LIM-NOT-FOUND       VALUE 'N'.
      *Islenmekte olan adimin birikimleri; adim kiriliminda ozet
      *satirina basilip sifirlanir.
         01  WS-STEP-TOTALS.
           03 WS-STP-NAME        PIC X(08).
           03 WS-STP-PREV-CYC    PIC 9(08).
           03 WS-STP-RUNS        PIC 9(05) COMP.
           03 WS-STP-RERUNS      PIC 9(05) COMP.
           03 WS-STP-RESTARTS    PIC 9(05) COMP.
           03 WS-STP-FAILS       PIC 9(05) COMP.
           03 WS-STP-MIN-SEC     PIC 9(09) COMP.
           03 WS-STP-MAX-SEC     PIC 9(09) COMP.
           03 WS-STP-TOT-SEC     PIC 9(11) COMP.
           03 WS-STP-AVG-SEC     PIC 9(09) COMP.
           03 WS-STP-FIRST-SEC   PIC 9(09) COMP.
           03 WS-STP-LAST-SEC    PIC 9(09) COMP.
           03 WS-STP-FIRST-VOL   PIC 9(09).
           03 WS-STP-LAST-VOL    PIC 9(09).
      *Adimin sure/hacim degerlendirmesinden cikan isaret.
           03 WS-STP-FLAG-SW     PIC X(01).
             88 WS-STP-FLAGGED          VALUE 'Y'.
             88 WS-STP-CLEAN            VALUE 'N'.
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
         01  WS-COUNTERS.
           03 WS-READ-CNT        PIC 9(08) COMP VALUE 0.
           03 WS-SELECT-CNT      PIC 9(08) COMP VALUE 0.
           03 WS-STEP-CNT        PIC 9(05) COMP VALUE 0.
           03 WS-FLAGGED-CNT     PIC 9(05) COMP VALUE 0.
      *Saat damgasini SS:DD:SS olarak gostermek icin kullanilir.
         01  WS-TIME-EDIT.
           03 WT-HH              PIC 9(02).
           03 FILLER             PIC X(01) VALUE ':'.
           03 WT-MI              PIC 9(02).
           03 FILLER             PIC X(01) VALUE ':'.
           03 WT-SS              PIC 9(02).
      *Rapor basligi satirlari.
         01  HDR-LINE-1.
           03 FILLER             PIC X(10) VALUE 'PBHTREND'.
           03 FILLER             PIC X(44) VALUE
                         'HAFTALIK CALISMA SURESI VE HACIM EGILIMI'.
           03 FILLER             PIC X(07) VALUE 'DONEM: '.
           03 HDR-FROM-DATE      PIC 9(08).
           03 FILLER             PIC X(03) VALUE ' - '.
           03 HDR-END-DATE       PIC 9(08).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(14) VALUE 'UYARI ESIGI: %'.
           03 HDR-WARN-PCT       PIC ZZ9.
           03 FILLER             PIC X(32) VALUE SPACES.
         01  HDR-LINE-2.
           03 FILLER             PIC X(09) VALUE 'ADIM'.
           03 FILLER             PIC X(09) VALUE 'CEVRIM'.
           03 FILLER             PIC X(09) VALUE 'BAS.TARH'.
           03 FILLER             PIC X(09) VALUE 'BASLANGC'.
           03 FILLER             PIC X(09) VALUE 'BITIS'.
           03 FILLER             PIC X(07) VALUE 'SURE SN'.
           03 FILLER             PIC X(05) VALUE '  RC'.
           03 FILLER             PIC X(02) VALUE 'T'.
           03 FILLER             PIC X(10) VALUE '  SAYAC-1'.
           03 FILLER             PIC X(10) VALUE '  SAYAC-2'.
           03 FILLER             PIC X(10) VALUE '  SAYAC-3'.
           03 FILLER             PIC X(10) VALUE '  SAYAC-4'.
           03 FILLER             PIC X(10) VALUE '  SAYAC-5'.
           03 FILLER             PIC X(23) VALUE 'ACIKLAMA'.
      *Donemdeki her calistirma icin bir detay satiri.
         01  DET-LINE.
           03 DET-STEP           PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-CYC            PIC 9(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-START-DATE     PIC 9(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-START-TIME     PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-END-TIME       PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-ELAPSED        PIC ZZZZZ9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-RC             PIC ZZZ9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-TYPE           PIC X(01).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-CNT-1          PIC Z(8)9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-CNT-2          PIC Z(8)9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-CNT-3          PIC Z(8)9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-CNT-4          PIC Z(8)9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-CNT-5          PIC Z(8)9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DET-NOTE           PIC X(20).
           03 FILLER             PIC X(03) VALUE SPACES.
      *Adim basina iki satirlik ozet: calistirma sayilari ve sure
      *dagilimi, sonra ilk/son sure ve hacim ile pencere sonucu.
         01  SUM-LINE-1.
           03 FILLER             PIC X(12) VALUE 'ADIM OZETI: '.
           03 SM1-STEP           PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'CALISMA: '.
           03 SM1-RUNS           PIC ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'YENIDEN: '.
           03 SM1-RERUNS         PIC ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'RESTART: '.
           03 SM1-RESTARTS       PIC ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(08) VALUE 'HATALI: '.
           03 SM1-FAILS          PIC ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(26) VALUE
                                  'SURE SN EN AZ/ORT/EN COK: '.
           03 SM1-MIN-SEC        PIC ZZZZZ9.
           03 FILLER             PIC X(01) VALUE '/'.
           03 SM1-AVG-SEC        PIC ZZZZZ9.
           03 FILLER             PIC X(01) VALUE '/'.
           03 SM1-MAX-SEC        PIC ZZZZZ9.
           03 FILLER             PIC X(07) VALUE SPACES.
         01  SUM-LINE-2.
           03 FILLER             PIC X(12) VALUE SPACES.
           03 FILLER             PIC X(14) VALUE 'SURE ILK/SON: '.
           03 SM2-FIRST-SEC      PIC ZZZZZ9.
           03 FILLER             PIC X(01) VALUE '/'.
           03 SM2-LAST-SEC       PIC ZZZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(15) VALUE 'HACIM ILK/SON: '.
           03 SM2-FIRST-VOL      PIC Z(8)9.
           03 FILLER             PIC X(01) VALUE '/'.
           03 SM2-LAST-VOL       PIC Z(8)9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE 'SINIR SN: '.
           03 SM2-LIMIT-SEC      PIC ZZZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 SM2-WINDOW-FLAG    PIC X(20).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 SM2-RERUN-FLAG     PIC X(16).
      *Raporun sonundaki genel sayim satiri.
         01  TOT-LINE.
           03 FILLER             PIC X(14) VALUE 'GECMIS KAYDI: '.
           03 TOT-READ           PIC Z(8)9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(11) VALUE 'DONEMDEKI: '.
           03 TOT-SELECT         PIC Z(8)9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE 'ADIM: '.
           03 TOT-STEPS          PIC ZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(15) VALUE 'ISARETLI ADIM: '.
           03 TOT-FLAGGED        PIC ZZ9.
           03 FILLER             PIC X(53) VALUE SPACES.
         01  EMPTY-LINE.
           03 FILLER             PIC X(132) VALUE
              'DONEMDE CALISMA GECMISI KAYDI YOK'.

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H200-PROCESS-NEXT-RECORD UNTIL HIST-SORTED-EOF
           PERFORM 3000-STEP-BREAK
           PERFORM 3500-WRITE-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Rapor kartini ve adim pencerelerini okur, donemi belirler,
      *gecmisi siraya dizer, dosyalari acar, basliklari basar ve ilk
      *kaydi okur.
       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  TRND-PARM.
           IF (ST-TRND-PARM NOT = 0) AND (ST-TRND-PARM NOT = 97)
           DISPLAY 'UNABLE TO OPEN TRNDPARM: ' ST-TRND-PARM
           MOVE ST-TRND-PARM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM 1000-READ-PARM-CARD.
           PERFORM H110-LOAD-STEP-LIMITS.
           PERFORM H120-SORT-RUN-HISTORY.
           OPEN INPUT  HIST-SORTED.
           OPEN OUTPUT TRND-RPT.
           IF (ST-HIST-SORTED NOT = 0) AND (ST-HIST-SORTED NOT = 97)
           DISPLAY 'UNABLE TO OPEN TRNDSRT: ' ST-HIST-SORTED
           MOVE ST-HIST-SORTED TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-TRND-RPT NOT = 0) AND (ST-TRND-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN TRNDRPT: ' ST-TRND-RPT
           MOVE ST-TRND-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-FROM-DATE  TO HDR-FROM-DATE.
           MOVE WS-END-DATE   TO HDR-END-DATE.
           MOVE TP-WARN-PCT-N TO HDR-WARN-PCT.
           MOVE HDR-LINE-1 TO TRND-RPT-LINE.
           WRITE TRND-RPT-LINE.
           MOVE HDR-LINE-2 TO TRND-RPT-LINE.
           WRITE TRND-RPT-LINE.
           MOVE SPACES TO TRND-RPT-LINE.
           WRITE TRND-RPT-LINE.
           SET WS-FILES-OPENED TO TRUE.
           PERFORM 2600-READ-HISTORY.
       H100-END. EXIT.
      *Rapor kartini okur ve edit eder: donem sonu bos/sifir ya da
      *gercek bir tarih, uyari yuzdesi 1-100 arasi, ortak pencere
      *sayisal olmalidir. Donemin ilk gunu bitisten alti gun oncesidir.
       1000-READ-PARM-CARD.
           READ TRND-PARM INTO TRND-PARM-REC
              AT END
                 DISPLAY 'PBHTREND - TRNDPARM CARD MISSING'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ
           IF TP-END-DATE = SPACES OR TP-END-DATE = ZEROS
              MOVE WS-RUN-DATE TO TP-END-DATE-N
           END-IF
           IF TP-END-DATE NOT NUMERIC OR
              TP-WARN-PCT NOT NUMERIC OR
              TP-LIMIT-MIN NOT NUMERIC
              DISPLAY 'PBHTREND - INVALID TRNDPARM: ' TRND-PARM-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE TP-END-DATE-N TO WS-CHK-DATE
           PERFORM 1100-VALIDATE-DATE-FIELD
           IF WS-CHK-INVALID OR TP-WARN-PCT-N < 1 OR
              TP-WARN-PCT-N > 100
              DISPLAY 'PBHTREND - INVALID TRNDPARM: ' TRND-PARM-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           CLOSE TRND-PARM
           MOVE TP-END-DATE-N TO WS-END-DATE
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-END-DATE)
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-END-INT - WS-WINDOW-DAYS + 1).
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
      *Adim bazinda pencere kartlarini tabloya yukler. Dosya yoksa ya
      *da bossa tum adimlara ortak pencere uygulanir.
       H110-LOAD-STEP-LIMITS.
           OPEN INPUT STEP-LIM
           IF (ST-STEP-LIM = 05) OR (ST-STEP-LIM = 35)
              SET STEP-LIM-EOF TO TRUE
           ELSE
              IF (ST-STEP-LIM NOT = 0) AND (ST-STEP-LIM NOT = 97)
                 DISPLAY 'UNABLE TO OPEN STEPLIM: ' ST-STEP-LIM
                 MOVE ST-STEP-LIM TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ STEP-LIM
                 AT END
                    SET STEP-LIM-EOF TO TRUE
              END-READ
              PERFORM H115-LOAD-LIMIT-ENTRY UNTIL STEP-LIM-EOF
              CLOSE STEP-LIM
           END-IF.
       H110-END. EXIT.
      *Eldeki pencere kartini edit edip tabloya alir ve bir
      *sonrakini okur.
       H115-LOAD-LIMIT-ENTRY.
           IF WS-LIM-CNT >= 30
              DISPLAY 'PBHTREND - STEPLIM TABLE EXCEEDS 30'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF SL-STEP-NAME = SPACES OR SL-LIMIT-MIN NOT NUMERIC
              DISPLAY 'PBHTREND - INVALID STEPLIM CARD: ' STEP-LIM-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-LIM-CNT
           MOVE SL-STEP-NAME   TO WS-LIM-STEP (WS-LIM-CNT)
           MOVE SL-LIMIT-MIN-N TO WS-LIM-MIN (WS-LIM-CNT)
           READ STEP-LIM
              AT END
                 SET STEP-LIM-EOF TO TRUE
           END-READ.
       H115-END. EXIT.
      *Gecmisi adim, cevrim ve baslangic damgasi sirasina HIST-SORTED'a
      *dizer; ayni adimin calistirmalari boylece art arda gelir ve
      *ayni cevrimdeki ikinci calistirma bir oncekinin hemen ardindan
      *okunur.
       H120-SORT-RUN-HISTORY.
           SORT SORT-WORK
              ON ASCENDING KEY SRT-STEP-NAME
              ON ASCENDING KEY SRT-CYC-DATE
              ON ASCENDING KEY SRT-START-DATE
              ON ASCENDING KEY SRT-START-TIME
              USING RUN-HIST
              GIVING HIST-SORTED.
           IF SORT-RETURN NOT = 0
              DISPLAY 'SORT OF RUNHIST FAILED: ' SORT-RETURN
              MOVE SORT-RETURN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.
      *Eldeki gecmis kaydi donem icindeyse isler: adim degistiyse
      *onceki adimin ozeti basilir, kayit adimin birikimlerine eklenir
      *ve detay satiri yazilir. Sonra bir sonraki kayit okunur.
       H200-PROCESS-NEXT-RECORD.
           PERFORM 2000-SELECT-RECORD
           IF WS-IN-WINDOW
              ADD 1 TO WS-SELECT-CNT
              IF WS-NOT-FIRST-STEP AND RHS-STEP-NAME NOT = WS-STP-NAME
                 PERFORM 3000-STEP-BREAK
              END-IF
              IF WS-FIRST-STEP OR RHS-STEP-NAME NOT = WS-STP-NAME
                 PERFORM 2050-START-STEP
              END-IF
              PERFORM 2100-COMPUTE-ELAPSED
              PERFORM 2200-ACCUMULATE-RUN
              PERFORM 2300-WRITE-DETAIL-LINE
           END-IF
           PERFORM 2600-READ-HISTORY.
       H200-END. EXIT.
      *Kaydin cevrim tarihi gercek bir tarih olmali ve donem sonundan
      *en fazla alti gun once olmalidir; donem sonundan sonraki
      *cevrimler de disarida kalir.
       2000-SELECT-RECORD.
           SET WS-OUT-OF-WINDOW TO TRUE
           IF RHS-CYC-DATE NUMERIC
              MOVE RHS-CYC-DATE TO WS-CHK-DATE
              PERFORM 1100-VALIDATE-DATE-FIELD
              IF WS-CHK-VALID
                 COMPUTE WS-DAY-DIFF = WS-END-INT -
                         FUNCTION INTEGER-OF-DATE(RHS-CYC-DATE)
                 IF WS-DAY-DIFF >= 0 AND WS-DAY-DIFF < WS-WINDOW-DAYS
                    SET WS-IN-WINDOW TO TRUE
                 END-IF
              END-IF
           END-IF.
       2000-END. EXIT.
      *Yeni adimin birikimlerini sifirlar.
       2050-START-STEP.
           SET WS-NOT-FIRST-STEP TO TRUE
           MOVE RHS-STEP-NAME TO WS-STP-NAME
           MOVE 0 TO WS-STP-PREV-CYC
                     WS-STP-RUNS
                     WS-STP-RERUNS
                     WS-STP-RESTARTS
                     WS-STP-FAILS
                     WS-STP-MAX-SEC
                     WS-STP-TOT-SEC
                     WS-STP-FIRST-SEC
                     WS-STP-LAST-SEC
                     WS-STP-FIRST-VOL
                     WS-STP-LAST-VOL
           MOVE 999999999 TO WS-STP-MIN-SEC.
       2050-END. EXIT.
      *Baslangic ve bitis damgalari arasindaki saniyeyi hesaplar;
      *gece yarisini asan calistirmada gun farki eklenir. Bitis
      *damgasi bozuk ya da baslangictan onceyse sure sifir alinir.
       2100-COMPUTE-ELAPSED.
           MOVE 0 TO WS-ELAPSED-SEC
           MOVE RHS-END-DATE TO WS-CHK-DATE
           PERFORM 1100-VALIDATE-DATE-FIELD
           IF RHS-START-TIME NUMERIC AND RHS-END-TIME NUMERIC AND
              RHS-START-DATE NUMERIC AND WS-CHK-VALID
              MOVE RHS-START-DATE TO WS-CHK-DATE
              PERFORM 1100-VALIDATE-DATE-FIELD
           ELSE
              SET WS-CHK-INVALID TO TRUE
           END-IF
           IF WS-CHK-VALID
              COMPUTE WS-START-SEC = RHS-START-HH * 3600 +
                      RHS-START-MI * 60 + RHS-START-SS
              COMPUTE WS-END-SEC = RHS-END-HH * 3600 +
                      RHS-END-MI * 60 + RHS-END-SS
              COMPUTE WS-ELAPSED-SEC =
                      (FUNCTION INTEGER-OF-DATE(RHS-END-DATE) -
                       FUNCTION INTEGER-OF-DATE(RHS-START-DATE))
                      * 86400 + WS-END-SEC - WS-START-SEC
              IF WS-ELAPSED-SEC < 0
                 MOVE 0 TO WS-ELAPSED-SEC
              END-IF
           END-IF.
       2100-END. EXIT.
      *Calistirmayi adimin birikimlerine ekler. Ayni cevrimde ayni
      *adimin ikinci ve sonraki calistirmalari yeniden calistirma,
      *checkpoint'ten devam edenler restart, RC 8 ve ustu hatali
      *sayilir. Ilk/son sure ve hacim egilim icin saklanir.
       2200-ACCUMULATE-RUN.
           ADD 1 TO WS-STP-RUNS
           MOVE SPACES TO DET-NOTE
           IF RHS-CYC-DATE = WS-STP-PREV-CYC
              ADD 1 TO WS-STP-RERUNS
              MOVE 'YENIDEN CALISTI' TO DET-NOTE
           END-IF
           IF RHS-RESTART-RUN
              ADD 1 TO WS-STP-RESTARTS
              MOVE 'RESTART' TO DET-NOTE
           END-IF
           IF RHS-RETURN-CODE NOT NUMERIC
              MOVE 9999 TO RHS-RETURN-CODE
           END-IF
           IF RHS-RETURN-CODE >= 8
              ADD 1 TO WS-STP-FAILS
              MOVE 'HATALI BITTI' TO DET-NOTE
           END-IF
           MOVE RHS-CYC-DATE TO WS-STP-PREV-CYC
           IF WS-ELAPSED-SEC < WS-STP-MIN-SEC
              MOVE WS-ELAPSED-SEC TO WS-STP-MIN-SEC
           END-IF
           IF WS-ELAPSED-SEC > WS-STP-MAX-SEC
              MOVE WS-ELAPSED-SEC TO WS-STP-MAX-SEC
           END-IF
           ADD WS-ELAPSED-SEC TO WS-STP-TOT-SEC
           IF RHS-COUNT-1 NOT NUMERIC
              MOVE 0 TO RHS-COUNT-1
           END-IF
           IF WS-STP-RUNS = 1
              MOVE WS-ELAPSED-SEC TO WS-STP-FIRST-SEC
              MOVE RHS-COUNT-1    TO WS-STP-FIRST-VOL
           END-IF
           MOVE WS-ELAPSED-SEC TO WS-STP-LAST-SEC
           MOVE RHS-COUNT-1    TO WS-STP-LAST-VOL.
       2200-END. EXIT.
      *Calistirmanin detay satirini basar.
       2300-WRITE-DETAIL-LINE.
           MOVE RHS-STEP-NAME    TO DET-STEP
           MOVE RHS-CYC-DATE     TO DET-CYC
           MOVE RHS-START-DATE   TO DET-START-DATE
           MOVE RHS-START-HH     TO WT-HH
           MOVE RHS-START-MI     TO WT-MI
           MOVE RHS-START-SS     TO WT-SS
           MOVE WS-TIME-EDIT     TO DET-START-TIME
           MOVE RHS-END-HH       TO WT-HH
           MOVE RHS-END-MI       TO WT-MI
           MOVE RHS-END-SS       TO WT-SS
           MOVE WS-TIME-EDIT     TO DET-END-TIME
           MOVE WS-ELAPSED-SEC   TO DET-ELAPSED
           MOVE RHS-RETURN-CODE  TO DET-RC
           MOVE RHS-RUN-TYPE     TO DET-TYPE
           MOVE RHS-COUNT-1      TO DET-CNT-1
           MOVE RHS-COUNT-2      TO DET-CNT-2
           MOVE RHS-COUNT-3      TO DET-CNT-3
           MOVE RHS-COUNT-4      TO DET-CNT-4
           MOVE RHS-COUNT-5      TO DET-CNT-5
           MOVE DET-LINE TO TRND-RPT-LINE
           WRITE TRND-RPT-LINE.
       2300-END. EXIT.
      *Sirali gecmisten bir sonraki kaydi okur.
       2600-READ-HISTORY.
           READ HIST-SORTED.
           IF (ST-HIST-SORTED NOT = 0) AND (ST-HIST-SORTED NOT = 97)
              IF ST-HIST-SORTED NOT = 10
                 DISPLAY 'UNABLE TO READ TRNDSRT: ' ST-HIST-SORTED
                 MOVE ST-HIST-SORTED TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           IF NOT HIST-SORTED-EOF
              ADD 1 TO WS-READ-CNT
           END-IF.
       2600-END. EXIT.
      *Adim kirilimi: adimin penceresini bulur, sure ve hacim
      *egilimini degerlendirir ve iki satirlik ozeti basar. Donemde
      *hic kayit secilmediyse yapacak bir sey yoktur.
       3000-STEP-BREAK.
           IF WS-NOT-FIRST-STEP
              ADD 1 TO WS-STEP-CNT
              PERFORM 3100-FIND-STEP-LIMIT
              PERFORM 3200-EVALUATE-STEP
              PERFORM 3300-WRITE-STEP-SUMMARY
           END-IF.
       3000-END. EXIT.
      *Adimin penceresini STEPLIM tablosunda arar; bulunamazsa ortak
      *pencere kullanilir. Pencere dakika olarak verilir, saniyeye
      *cevrilir; uyari esigi pencerenin karttaki yuzdesidir.
       3100-FIND-STEP-LIMIT.
           SET WS-LIM-NOT-FOUND TO TRUE
           PERFORM 3150-SCAN-LIMIT-TABLE
              VARYING WS-LIM-IX FROM 1 BY 1
              UNTIL WS-LIM-IX > WS-LIM-CNT OR WS-LIM-FOUND
           IF WS-LIM-FOUND
              COMPUTE WS-LIMIT-SEC = WS-LIM-MIN (WS-LIM-HIT-IX) * 60
           ELSE
              COMPUTE WS-LIMIT-SEC = TP-LIMIT-MIN-N * 60
           END-IF
           COMPUTE WS-WARN-SEC = WS-LIMIT-SEC * TP-WARN-PCT-N / 100.
       3100-END. EXIT.
      *Pencere tablosu arama dongusunun tek adimi.
       3150-SCAN-LIMIT-TABLE.
           IF WS-LIM-STEP (WS-LIM-IX) = WS-STP-NAME
              SET WS-LIM-FOUND TO TRUE
              MOVE WS-LIM-IX TO WS-LIM-HIT-IX
           END-IF.
       3150-END. EXIT.
      *Adimi degerlendirir. Donemdeki en uzun calistirma pencereyi
      *astiysa SINIR ASILDI; son calistirma uyari esigine geldiyse
      *SINIRA YAKIN; ilkten sona artan sure bir hafta daha ayni hizla
      *artarsa pencereyi asacaksa ARTIS SINIRA GIDIYOR denir.
      *Pencere sifirsa (tanimsiz) sure denetlenmez. Yeniden
      *calistirma ya da restart ayrica isaretlenir.
       3200-EVALUATE-STEP.
           SET WS-STP-CLEAN TO TRUE
           MOVE SPACES TO SM2-WINDOW-FLAG
                          SM2-RERUN-FLAG
           IF WS-LIMIT-SEC > 0
              COMPUTE WS-PROJ-SEC = WS-STP-LAST-SEC +
                      WS-STP-LAST-SEC - WS-STP-FIRST-SEC
              EVALUATE TRUE
                 WHEN WS-STP-MAX-SEC > WS-LIMIT-SEC
                    MOVE 'SINIR ASILDI' TO SM2-WINDOW-FLAG
                    SET WS-STP-FLAGGED TO TRUE
                 WHEN WS-STP-LAST-SEC >= WS-WARN-SEC
                    MOVE 'SINIRA YAKIN' TO SM2-WINDOW-FLAG
                    SET WS-STP-FLAGGED TO TRUE
                 WHEN WS-STP-LAST-SEC > WS-STP-FIRST-SEC AND
                      WS-PROJ-SEC > WS-LIMIT-SEC
                    MOVE 'ARTIS SINIRA GIDIYOR' TO SM2-WINDOW-FLAG
                    SET WS-STP-FLAGGED TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-STP-RERUNS > 0 OR WS-STP-RESTARTS > 0
              MOVE 'YENIDEN CALISMA' TO SM2-RERUN-FLAG
              SET WS-STP-FLAGGED TO TRUE
           END-IF
           IF WS-STP-FAILS > 0 AND SM2-RERUN-FLAG = SPACES
              MOVE 'HATALI CALISMA' TO SM2-RERUN-FLAG
              SET WS-STP-FLAGGED TO TRUE
           END-IF
           IF WS-STP-FLAGGED
              ADD 1 TO WS-FLAGGED-CNT
           END-IF
           COMPUTE WS-STP-AVG-SEC = WS-STP-TOT-SEC / WS-STP-RUNS.
       3200-END. EXIT.
      *Adimin iki satirlik ozetini ve ardindan bos satir basar.
       3300-WRITE-STEP-SUMMARY.
           MOVE WS-STP-NAME      TO SM1-STEP
           MOVE WS-STP-RUNS      TO SM1-RUNS
           MOVE WS-STP-RERUNS    TO SM1-RERUNS
           MOVE WS-STP-RESTARTS  TO SM1-RESTARTS
           MOVE WS-STP-FAILS     TO SM1-FAILS
           MOVE WS-STP-MIN-SEC   TO SM1-MIN-SEC
           MOVE WS-STP-AVG-SEC   TO SM1-AVG-SEC
           MOVE WS-STP-MAX-SEC   TO SM1-MAX-SEC
           MOVE WS-STP-FIRST-SEC TO SM2-FIRST-SEC
           MOVE WS-STP-LAST-SEC  TO SM2-LAST-SEC
           MOVE WS-STP-FIRST-VOL TO SM2-FIRST-VOL
           MOVE WS-STP-LAST-VOL  TO SM2-LAST-VOL
           MOVE WS-LIMIT-SEC     TO SM2-LIMIT-SEC
           MOVE SPACES TO TRND-RPT-LINE
           WRITE TRND-RPT-LINE
           MOVE SUM-LINE-1 TO TRND-RPT-LINE
           WRITE TRND-RPT-LINE
           MOVE SUM-LINE-2 TO TRND-RPT-LINE
           WRITE TRND-RPT-LINE
           MOVE SPACES TO TRND-RPT-LINE
           WRITE TRND-RPT-LINE.
       3300-END. EXIT.
      *Genel sayimlari basar; donemde hic kayit yoksa bunu ayrica
      *belirtir.
       3500-WRITE-TOTALS.
           IF WS-SELECT-CNT = 0
              MOVE EMPTY-LINE TO TRND-RPT-LINE
              WRITE TRND-RPT-LINE
           END-IF
           MOVE WS-READ-CNT    TO TOT-READ
           MOVE WS-SELECT-CNT  TO TOT-SELECT
           MOVE WS-STEP-CNT    TO TOT-STEPS
           MOVE WS-FLAGGED-CNT TO TOT-FLAGGED
           MOVE TOT-LINE TO TRND-RPT-LINE
           WRITE TRND-RPT-LINE.
       3500-END. EXIT.
      *Sayaclari gosterir ve dosyalari kapatir. Isaretli adim varsa
      *RETURN-CODE 4 ile biter ki rapor gozden kacmasin.
       H999-PROGRAM-EXIT.
           DISPLAY 'PBHTREND - HISTORY RECORDS : ' WS-READ-CNT
           DISPLAY 'PBHTREND - IN PERIOD       : ' WS-SELECT-CNT
           DISPLAY 'PBHTREND - STEPS REPORTED  : ' WS-STEP-CNT
           DISPLAY 'PBHTREND - STEPS FLAGGED   : ' WS-FLAGGED-CNT
           IF WS-FLAGGED-CNT > 0 AND RETURN-CODE = 0
              DISPLAY 'PBHTREND - STEPS FLAGGED, SEE TRNDRPT'
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE HIST-SORTED.
           CLOSE TRND-RPT.
           GOBACK.

      *
