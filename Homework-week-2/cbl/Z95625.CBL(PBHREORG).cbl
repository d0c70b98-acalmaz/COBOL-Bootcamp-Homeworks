      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHREORG.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir.
       ENVIRONMENT DIVISION.
      *INPUT-OUTPUT programda kullanılacak olan girdi ve çıktı dosyaları
      *tanımlar.
       INPUT-OUTPUT SECTION.
      *FILE-CONTROL, bolum yeniden yapilanma (birlesme/kapanma)
      *programinin dosya baglantilarini tanimlar: REORGIN'deki her
      *"kaynak bolum / hedef bolum / yururluk tarihi" karti icin
      *DATE-REC'te kaynak bolumdeki her aktif donemin duzeltme (C)
      *karti uretilir. Kartlar elle girilen kartlar gibi BATCHHDR
      *baslikli tek bir deste olarak TRANPREP'e yazilir; boylece
      *PBHAPPRV onayindan, PBHMAINT editlerinden ve gelecege
      *yururluklu PENDIN park yolundan aynen gecerler. Bolum basina
      *once/sonra kadro kaniti REORGRPT'ye basilir.
       FILE-CONTROL.
      *DATE-REC, PBHMAINT'in calisan ana dosyasidir; salt okunur ve
      *anahtar sirasinda iki kez bastan sona okunur: once kadro ve
      *tasinacak donemler sayilir (baslik kartinin kontrol sayisi
      *icin), sonra kartlar uretilir.
           SELECT DATE-REC   ASSIGN TO DATEREC
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY REC-KEY
                             STATUS ST-DATE-REC.
      *DEPT-MAST, kaynak ve hedef bolum kodlarinin editi ve kanit
      *raporundaki bolum adlari icin calismanin basinda bolum
      *tablosuna alinir (PBHMAINT H110 duzeni).
           SELECT DEPT-MAST  ASSIGN TO DEPTMAST
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY DPT-CODE
                             STATUS ST-DEPT-MAST.
      *REORG-PARM, uretilecek destenin kimligini ve hazirlayicisini
      *veren tek kayitlik zorunlu karttir.
           SELECT REORG-PARM ASSIGN TO REORGPRM
                             STATUS ST-REORG-PARM.
           SELECT REORG-CARDS ASSIGN TO REORGIN
                             STATUS ST-REORG-CARDS.
      *TRAN-PREP, PBHAPPRV'nin onay girdisidir; EXTEND ile acilir ki
      *hazirlayicilarin henuz onaya sunulmamis desteleri ezilmesin.
           SELECT TRAN-PREP  ASSIGN TO TRANPREP
                             STATUS ST-TRAN-PREP.
           SELECT REORG-RPT  ASSIGN TO REORGRPT
                             STATUS ST-REORG-RPT.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-REC RECORDING MODE F.
      *Calisan kaydinin duzeni PBHMAINT ile ortak oldugundan DATEREC
      *kopya kitabindan alinir.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==DATEIN==.
       FD  DEPT-MAST RECORDING MODE F.
      *Bolum kaydinin duzeni PBHDEPT/PBHMAINT ile ortak oldugundan
      *DEPTREC kopya kitabindan alinir.
           COPY DEPTREC REPLACING ==RECORD-NAME-TAG== BY ==DEPT-REC==.
       FD  REORG-PARM RECORDING MODE F.
      *Tek kayitlik parametre karti: deste kimligi ve hazirlayan
      *operatorun kimligi; ikisi de baslik kartina aynen yazilir.
         01  REORG-PARM-REC.
           03 RPM-BATCH-ID      PIC X(08).
           03 RPM-PREPARER      PIC X(08).
       FD  REORG-CARDS RECORDING MODE F.
      *Yeniden yapilanma karti: kaynak bolum, hedef bolum ve
      *tasinmanin yururluk tarihi (YYYYAAGG). Kapanan bolumun tum
      *aktif calisanlari hedef bolume tasinir; birlesmede birlesen
      *her bolum icin ayni hedefle bir kart verilir.
         01  REORG-CARD.
           03 RCD-FROM-DEPT     PIC X(04).
           03 RCD-TO-DEPT       PIC X(04).
           03 RCD-EFF-DATE      PIC X(08).
           03 RCD-EFF-DATE-N REDEFINES RCD-EFF-DATE
                                PIC 9(08).
       FD  TRAN-PREP RECORDING MODE F.
      *Uretilen kartlar TRANREC, destenin basligi BATCHHDR
      *duzenindedir; ikisi ayni 66 byte'lik alani paylasir.
           COPY TRANREC REPLACING ==RECORD-NAME-TAG== BY ==TRANS-REC==.
           COPY BATCHHDR REPLACING ==RECORD-NAME-TAG== BY ==BATCH-HDR==.
       FD  REORG-RPT RECORDING MODE F.
      *"REORG-RPT", kart sonuclarini ve bolum basina once/sonra
      *kadro kanitini listeleyen isletim raporudur.
         01  REORG-RPT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 ST-DATE-REC        PIC 9(2).
           88 DATE-REC-EOF                   VALUE 10.
           03 ST-DEPT-MAST       PIC 9(2).
           88 DEPT-MAST-EOF                  VALUE 10.
           03 ST-REORG-PARM      PIC 9(2).
           03 ST-REORG-CARDS     PIC 9(2).
           88 REORG-CARDS-EOF                VALUE 10.
           03 ST-TRAN-PREP       PIC 9(2).
           03 ST-REORG-RPT       PIC 9(2).
           03 WS-OPEN-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-FILES-OPENED               VALUE 'Y'.
           03 WS-RUN-DATE        PIC 9(08).
      *DATE-REC taramasinin hangi gecis oldugu: S = sayim (kadro ve
      *tasinacak donem sayisi), G = kart uretimi.
           03 WS-PASS-SW         PIC X(01).
             88 WS-COUNT-PASS           VALUE 'S'.
             88 WS-GENERATE-PASS        VALUE 'G'.
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
      *Bolum tablosu: DEPTMAST'tan yuklenen kod, ad ve durum ile
      *kanit raporunun sayaclari (once kadro, cikan, giren). Elli
      *giris PBHMAINT'teki bolum tablosuyla aynidir; tablo dolarsa
      *eksik kanitla calismak yerine hata ile durulur.
         01  WS-DEPT-TABLE.
           03 WS-DEPT-CNT       PIC 9(02) COMP VALUE 0.
           03 WS-DEPT-ENTRY OCCURS 50 TIMES.
             05 WS-DEPT-CODE    PIC X(04).
             05 WS-DEPT-DESC    PIC X(20).
             05 WS-DEPT-STAT    PIC X(01).
             05 WS-DEPT-BEFORE  PIC 9(06) COMP.
             05 WS-DEPT-OUT     PIC 9(06) COMP.
             05 WS-DEPT-IN      PIC 9(06) COMP.
         01  WS-DEPT-SEARCH.
           03 WS-DEPT-IX        PIC 9(02) COMP.
           03 WS-DEPT-HIT-IX    PIC 9(02) COMP.
           03 WS-DEPT-KEY       PIC X(04).
           03 WS-DEPT-FOUND-SW  PIC X(01).
             88 WS-DEPT-FOUND          VALUE 'Y'.
             88 WS-DEPT-NOT-FOUND      VALUE 'N'.
      *Yeniden yapilanma kartlari; her kart kabul ya da red sebebiyle
      *ve tasidigi donem sayisiyla saklanir. Yirmi kart tek bir
      *yeniden yapilanma icin yeterlidir; fazlasi ayri calismaya
      *bolunur.
         01  WS-REORG-TABLE.
           03 WS-RO-CNT         PIC 9(02) COMP VALUE 0.
           03 WS-RO-ENTRY OCCURS 20 TIMES.
             05 WS-RO-FROM      PIC X(04).
             05 WS-RO-TO        PIC X(04).
             05 WS-RO-EFF       PIC X(08).
             05 WS-RO-FROM-IX   PIC 9(02) COMP.
             05 WS-RO-TO-IX     PIC 9(02) COMP.
             05 WS-RO-MOVE-CNT  PIC 9(06) COMP.
             05 WS-RO-SW        PIC X(01).
               88 WS-RO-ACCEPTED       VALUE 'Y'.
               88 WS-RO-REJECTED       VALUE 'N'.
             05 WS-RO-MSG       PIC X(30).
         01  WS-REORG-SEARCH.
           03 WS-RO-IX          PIC 9(02) COMP.
           03 WS-RO-CHK-IX      PIC 9(02) COMP.
           03 WS-RO-HIT-IX      PIC 9(02) COMP.
           03 WS-RO-FOUND-SW    PIC X(01).
             88 WS-RO-FOUND            VALUE 'Y'.
             88 WS-RO-NOT-FOUND        VALUE 'N'.
         01  WS-COUNTERS.
           03 WS-ACTIVE-CNT      PIC 9(08) COMP VALUE 0.
           03 WS-ACCEPTED-CNT    PIC 9(06) COMP VALUE 0.
           03 WS-REJECTED-CNT    PIC 9(06) COMP VALUE 0.
      *Sayim gecisinde bulunan tasinacak donem sayisi (baslik
      *kartinin kontrol sayisi) ve uretim gecisinde yazilan kart
      *sayisi; ikisi tutmazsa kanit tutmaz.
           03 WS-MOVE-TOTAL      PIC 9(06) COMP VALUE 0.
           03 WS-GEN-CNT         PIC 9(06) COMP VALUE 0.
      *DEPTMAST'ta bulunmayan bir bolumdeki aktif donemler; kanitta
      *ayri bir satirda gosterilir.
           03 WS-UNKNOWN-CNT     PIC 9(06) COMP VALUE 0.
         01  WS-TOTALS.
           03 WS-TOT-BEFORE      PIC 9(06) COMP VALUE 0.
           03 WS-TOT-OUT         PIC 9(06) COMP VALUE 0.
           03 WS-TOT-IN          PIC 9(06) COMP VALUE 0.
           03 WS-TOT-AFTER       PIC 9(06) COMP VALUE 0.
           03 WS-DEPT-AFTER      PIC 9(06) COMP VALUE 0.
           03 WS-PROOF-SW        PIC X(01) VALUE 'Y'.
             88 WS-PROOF-OK             VALUE 'Y'.
             88 WS-PROOF-FAILED         VALUE 'N'.
      *Rapor baslik ve satir kaliplari.
         01  HDR-LINE-1.
           03 FILLER             PIC X(10) VALUE 'PBHREORG'.
           03 FILLER             PIC X(32) VALUE
                                  'BOLUM YENIDEN YAPILANMA KANITI'.
           03 FILLER             PIC X(07) VALUE 'TARIH: '.
           03 HDR-RUN-DATE       PIC 9(08).
           03 FILLER             PIC X(23) VALUE SPACES.
         01  HDR-LINE-2.
           03 FILLER             PIC X(07) VALUE 'DESTE: '.
           03 HDR-BATCH-ID       PIC X(08).
           03 FILLER             PIC X(14) VALUE '   HAZIRLAYAN:'.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 HDR-PREPARER       PIC X(08).
           03 FILLER             PIC X(42) VALUE SPACES.
         01  CRD-HDR-LINE.
           03 FILLER             PIC X(08) VALUE 'KAYNAK'.
           03 FILLER             PIC X(07) VALUE 'HEDEF'.
           03 FILLER             PIC X(10) VALUE 'YURURLUK'.
           03 FILLER             PIC X(07) VALUE 'DONEM'.
           03 FILLER             PIC X(48) VALUE 'SONUC'.
         01  CRD-LINE.
           03 CRD-FROM           PIC X(04).
           03 FILLER             PIC X(04) VALUE SPACES.
           03 CRD-TO             PIC X(04).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 CRD-EFF            PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 CRD-MOVE-CNT       PIC ZZZZZ9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 CRD-MSG            PIC X(30).
           03 FILLER             PIC X(18) VALUE SPACES.
         01  PRF-HDR-LINE.
           03 FILLER             PIC X(26) VALUE 'BOLUM'.
           03 FILLER             PIC X(08) VALUE '   ONCE'.
           03 FILLER             PIC X(08) VALUE '  CIKAN'.
           03 FILLER             PIC X(08) VALUE '  GIREN'.
           03 FILLER             PIC X(08) VALUE '  SONRA'.
           03 FILLER             PIC X(22) VALUE SPACES.
         01  PRF-LINE.
           03 PRF-CODE           PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PRF-DESC           PIC X(20).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 PRF-BEFORE         PIC ZZZ,ZZ9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PRF-OUT            PIC ZZZ,ZZ9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PRF-IN             PIC ZZZ,ZZ9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 PRF-AFTER          PIC ZZZ,ZZ9.
           03 FILLER             PIC X(22) VALUE SPACES.
         01  RESULT-LINE.
           03 FILLER             PIC X(21) VALUE
                                  'URETILEN KART SAYISI:'.
           03 RES-GEN-CNT        PIC ZZZ,ZZ9.
           03 FILLER             PIC X(10) VALUE '   KANIT: '.
           03 RES-TEXT           PIC X(42).
      *Kanitin neyi gosterdigini okuyana hatirlatan dipnot satirlari.
         01  NOTE-LINE-1.
           03 FILLER             PIC X(36) VALUE
                     'SONRA = KARTLAR PBHMAINT TARAFINDAN '.
           03 FILLER             PIC X(44) VALUE
                     'UYGULANDIGINDA BEKLENEN AKTIF KADRODUR.'.
         01  NOTE-LINE-2.
           03 FILLER             PIC X(33) VALUE
                     'PBHMAINT EDITINDEN KALAN KARTLAR '.
           03 FILLER             PIC X(47) VALUE
                     'MAINTRPT RAPORUNDA REJECTED OLARAK GORUNUR.'.

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           PERFORM H300-GENERATE-CARDS
           PERFORM 3000-WRITE-PROOF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Parametre kartini okur, bolum tablosunu yukler, raporu acar,
      *yeniden yapilanma kartlarini edit eder ve DATE-REC'i bir kez
      *okuyup once kadroyu ve tasinacak donemleri sayar.
       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  REORG-PARM.
           IF (ST-REORG-PARM NOT = 0) AND (ST-REORG-PARM NOT = 97)
           DISPLAY 'UNABLE TO OPEN REORGPRM: ' ST-REORG-PARM
           MOVE ST-REORG-PARM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM 1000-READ-PARM-CARD.
           PERFORM H110-LOAD-DEPT-TABLE.
           OPEN OUTPUT REORG-RPT.
           IF (ST-REORG-RPT NOT = 0) AND (ST-REORG-RPT NOT = 97)
           DISPLAY 'UNABLE TO OPEN REORGRPT: ' ST-REORG-RPT
           MOVE ST-REORG-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-FILES-OPENED TO TRUE.
           MOVE WS-RUN-DATE  TO HDR-RUN-DATE.
           MOVE RPM-BATCH-ID TO HDR-BATCH-ID.
           MOVE RPM-PREPARER TO HDR-PREPARER.
           MOVE HDR-LINE-1 TO REORG-RPT-LINE.
           WRITE REORG-RPT-LINE.
           MOVE HDR-LINE-2 TO REORG-RPT-LINE.
           WRITE REORG-RPT-LINE.
           MOVE SPACES TO REORG-RPT-LINE.
           WRITE REORG-RPT-LINE.
           PERFORM H130-LOAD-REORG-CARDS.
           SET WS-COUNT-PASS TO TRUE.
           PERFORM H150-SCAN-DATE-REC.
       H100-END. EXIT.
      *Parametre kartini okur ve edit eder: deste kimligi ve
      *hazirlayici dolu olmalidir, yoksa PBHAPPRV desteyi hicbir
      *onay kartiyla eslestiremez. Kart yoksa ya da bozuksa calisma
      *hata ile durdurulur.
       1000-READ-PARM-CARD.
           READ REORG-PARM
              AT END
                 DISPLAY 'PBHREORG - REORGPRM CARD MISSING'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ
           IF RPM-BATCH-ID = SPACES OR RPM-PREPARER = SPACES
              DISPLAY 'PBHREORG - INVALID REORGPRM: ' REORG-PARM-REC
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           CLOSE REORG-PARM.
       1000-END. EXIT.
      *Bolum ana dosyasini bastan sona okuyup kod, ad ve durumlari
      *bolum tablosuna alir; dosya bos ya da hic olusturulmamissa
      *hicbir kart edit edilemeyecegi icin calisma durdurulur.
       H110-LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-MAST.
           IF ST-DEPT-MAST = 35
              DISPLAY 'PBHREORG - DEPTMAST MISSING, RUN PBHDEPT'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF (ST-DEPT-MAST NOT = 0) AND (ST-DEPT-MAST NOT = 97)
              DISPLAY 'UNABLE TO OPEN DEPTMAST: ' ST-DEPT-MAST
              MOVE ST-DEPT-MAST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ DEPT-MAST
              AT END
                 SET DEPT-MAST-EOF TO TRUE
           END-READ
           PERFORM H115-LOAD-DEPT-ENTRY UNTIL DEPT-MAST-EOF
           CLOSE DEPT-MAST
           IF WS-DEPT-CNT = 0
              DISPLAY 'PBHREORG - DEPTMAST EMPTY, RUN PBHDEPT'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *Eldeki bolum kaydini sayaclari sifirlanmis olarak tabloya
      *alir ve bir sonrakini okur.
       H115-LOAD-DEPT-ENTRY.
           IF WS-DEPT-CNT >= 50
              DISPLAY 'PBHREORG - DEPT TABLE EXCEEDS 50'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-DEPT-CNT
           MOVE DPT-CODE TO WS-DEPT-CODE   (WS-DEPT-CNT)
           MOVE DPT-DESC TO WS-DEPT-DESC   (WS-DEPT-CNT)
           MOVE DPT-STAT TO WS-DEPT-STAT   (WS-DEPT-CNT)
           MOVE 0        TO WS-DEPT-BEFORE (WS-DEPT-CNT)
           MOVE 0        TO WS-DEPT-OUT    (WS-DEPT-CNT)
           MOVE 0        TO WS-DEPT-IN     (WS-DEPT-CNT)
           READ DEPT-MAST
              AT END
                 SET DEPT-MAST-EOF TO TRUE
           END-READ.
       H115-END. EXIT.
      *Yeniden yapilanma kartlarini okuyup her birini edit eder ve
      *sonucuyla kart tablosuna alir. Hic kart yoksa yapilacak is
      *yoktur; calisma uyari ile biter.
       H130-LOAD-REORG-CARDS.
           OPEN INPUT REORG-CARDS
           IF (ST-REORG-CARDS NOT = 0) AND (ST-REORG-CARDS NOT = 97)
              DISPLAY 'UNABLE TO OPEN REORGIN: ' ST-REORG-CARDS
              MOVE ST-REORG-CARDS TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ REORG-CARDS
              AT END
                 SET REORG-CARDS-EOF TO TRUE
           END-READ
           PERFORM H135-LOAD-REORG-CARD UNTIL REORG-CARDS-EOF
           CLOSE REORG-CARDS
           IF WS-RO-CNT = 0
              DISPLAY 'PBHREORG - NO REORGIN CARDS'
              MOVE 4 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END. EXIT.
      *Eldeki karti tabloya alir, edit eder ve bir sonrakini okur.
       H135-LOAD-REORG-CARD.
           IF WS-RO-CNT >= 20
              DISPLAY 'PBHREORG - REORGIN CARDS EXCEED 20'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-RO-CNT
           MOVE RCD-FROM-DEPT TO WS-RO-FROM (WS-RO-CNT)
           MOVE RCD-TO-DEPT   TO WS-RO-TO   (WS-RO-CNT)
           MOVE RCD-EFF-DATE  TO WS-RO-EFF  (WS-RO-CNT)
           MOVE 0             TO WS-RO-MOVE-CNT (WS-RO-CNT)
           PERFORM 1300-EDIT-REORG-CARD
           IF WS-RO-ACCEPTED (WS-RO-CNT)
              ADD 1 TO WS-ACCEPTED-CNT
           ELSE
              ADD 1 TO WS-REJECTED-CNT
           END-IF
           READ REORG-CARDS
              AT END
                 SET REORG-CARDS-EOF TO TRUE
           END-READ.
       H135-END. EXIT.
      *Karti edit eder: kaynak bolum DEPTMAST'ta bulunmali, hedef
      *bolum bulunmali ve acik olmali (PBHMAINT kapali bolume
      *tasiyan karti zaten reddederdi), ikisi farkli olmalidir;
      *yururluk tarihi zorunlu ve gercek bir takvim tarihidir.
      *Ayni kaynak bolum iki kez verilemez. Daha once kabul edilmis
      *bir kartin hedefinden kaynaklanan ya da kaynagina hedeflenen
      *kart (zincirleme tasima) reddedilir: kartlar ana dosyanin bu
      *anki haliyle uretildiginden zincirin ikinci halkasi birinci
      *halkanin tasidigi calisanlari goremezdi. Ilk kalinan kural
      *kartin sonuc mesajina yazilir.
       1300-EDIT-REORG-CARD.
           SET WS-RO-ACCEPTED (WS-RO-CNT) TO TRUE
           MOVE 'ACCEPTED' TO WS-RO-MSG (WS-RO-CNT)
           MOVE RCD-FROM-DEPT TO WS-DEPT-KEY
           PERFORM 1400-FIND-DEPT
           IF WS-DEPT-NOT-FOUND
              MOVE 'FROM-DEPT NOT IN DEPTMAST'
                 TO WS-RO-MSG (WS-RO-CNT)
              SET WS-RO-REJECTED (WS-RO-CNT) TO TRUE
           ELSE
              MOVE WS-DEPT-HIT-IX TO WS-RO-FROM-IX (WS-RO-CNT)
           END-IF
           IF WS-RO-ACCEPTED (WS-RO-CNT)
              MOVE RCD-TO-DEPT TO WS-DEPT-KEY
              PERFORM 1400-FIND-DEPT
              IF WS-DEPT-NOT-FOUND
                 MOVE 'TO-DEPT NOT IN DEPTMAST'
                    TO WS-RO-MSG (WS-RO-CNT)
                 SET WS-RO-REJECTED (WS-RO-CNT) TO TRUE
              ELSE
                 MOVE WS-DEPT-HIT-IX TO WS-RO-TO-IX (WS-RO-CNT)
                 IF WS-DEPT-STAT (WS-DEPT-HIT-IX) = 'K'
                    MOVE 'TO-DEPT IS CLOSED'
                       TO WS-RO-MSG (WS-RO-CNT)
                    SET WS-RO-REJECTED (WS-RO-CNT) TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-RO-ACCEPTED (WS-RO-CNT) AND
              RCD-FROM-DEPT = RCD-TO-DEPT
              MOVE 'FROM-DEPT SAME AS TO-DEPT'
                 TO WS-RO-MSG (WS-RO-CNT)
              SET WS-RO-REJECTED (WS-RO-CNT) TO TRUE
           END-IF
           IF WS-RO-ACCEPTED (WS-RO-CNT)
              IF RCD-EFF-DATE NOT NUMERIC
                 MOVE 'EFF-DATE NOT NUMERIC'
                    TO WS-RO-MSG (WS-RO-CNT)
                 SET WS-RO-REJECTED (WS-RO-CNT) TO TRUE
              ELSE
                 MOVE RCD-EFF-DATE-N TO WS-CHK-DATE
                 PERFORM 1100-VALIDATE-DATE-FIELD
                 IF WS-CHK-INVALID
                    MOVE 'EFF-DATE NOT A VALID DATE'
                       TO WS-RO-MSG (WS-RO-CNT)
                    SET WS-RO-REJECTED (WS-RO-CNT) TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-RO-ACCEPTED (WS-RO-CNT)
              PERFORM 1350-CHECK-EARLIER-CARD
                 VARYING WS-RO-CHK-IX FROM 1 BY 1
                 UNTIL WS-RO-CHK-IX >= WS-RO-CNT OR
                       WS-RO-REJECTED (WS-RO-CNT)
           END-IF.
       1300-END. EXIT.
      *Kart karsilastirma dongusunun tek adimi: eldeki karti daha
      *once kabul edilmis bir kartla tekrar ve zincir icin
      *karsilastirir.
       1350-CHECK-EARLIER-CARD.
           IF WS-RO-ACCEPTED (WS-RO-CHK-IX)
              IF WS-RO-FROM (WS-RO-CHK-IX) = RCD-FROM-DEPT
                 MOVE 'FROM-DEPT REPEATED'
                    TO WS-RO-MSG (WS-RO-CNT)
                 SET WS-RO-REJECTED (WS-RO-CNT) TO TRUE
              ELSE
                 IF WS-RO-TO (WS-RO-CHK-IX) = RCD-FROM-DEPT OR
                    WS-RO-FROM (WS-RO-CHK-IX) = RCD-TO-DEPT
                    MOVE 'CHAINED MOVE, USE TWO RUNS'
                       TO WS-RO-MSG (WS-RO-CNT)
                    SET WS-RO-REJECTED (WS-RO-CNT) TO TRUE
                 END-IF
              END-IF
           END-IF.
       1350-END. EXIT.
      *WS-DEPT-KEY'deki kodu bolum tablosunda arar; bulunursa sirasi
      *WS-DEPT-HIT-IX'tedir.
       1400-FIND-DEPT.
           SET WS-DEPT-NOT-FOUND TO TRUE
           PERFORM 1410-SCAN-DEPT-TABLE
              VARYING WS-DEPT-IX FROM 1 BY 1
              UNTIL WS-DEPT-IX > WS-DEPT-CNT OR WS-DEPT-FOUND.
       1400-END. EXIT.
      *Bolum tablosu arama dongusunun tek adimi.
       1410-SCAN-DEPT-TABLE.
           IF WS-DEPT-CODE (WS-DEPT-IX) = WS-DEPT-KEY
              SET WS-DEPT-FOUND TO TRUE
              MOVE WS-DEPT-IX TO WS-DEPT-HIT-IX
           END-IF.
       1410-END. EXIT.
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
      *DATE-REC'i bastan sona bir kez okur; her kayit WS-PASS-SW'ye
      *gore sayilir ya da karta donusturulur. Dosya her gecis icin
      *yeniden acilir (PBHMAINT H150 duzeni).
       H150-SCAN-DATE-REC.
           OPEN INPUT DATE-REC
           IF (ST-DATE-REC NOT = 0) AND (ST-DATE-REC NOT = 97)
              DISPLAY 'UNABLE TO OPEN DATEREC: ' ST-DATE-REC
              MOVE ST-DATE-REC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           READ DATE-REC
              AT END
                 SET DATE-REC-EOF TO TRUE
           END-READ
           PERFORM H155-HANDLE-SPELL UNTIL DATE-REC-EOF
           CLOSE DATE-REC.
       H150-END. EXIT.
      *Tarama dongusunun tek adimi. Yalnizca aktif (REC-NDATE sifir
      *ya da hep dokuz, PBHWORK2 ile ayni konvansiyon) donemler ele
      *alinir: sayim gecisinde bolumunun once kadrosuna eklenir ve
      *bolumu kabul edilmis bir kartin kaynagiysa tasinacak donem
      *olarak sayilir; uretim gecisinde ayni donem icin kart yazilir.
       H155-HANDLE-SPELL.
           IF REC-NDATE = ZERO OR REC-NDATE = 99999999
              PERFORM 2100-FIND-REORG-CARD
              IF WS-COUNT-PASS
                 PERFORM 2000-COUNT-SPELL
              ELSE
                 IF WS-RO-FOUND
                    PERFORM 2200-WRITE-CHANGE-CARD
                 END-IF
              END-IF
           END-IF
           READ DATE-REC
              AT END
                 SET DATE-REC-EOF TO TRUE
           END-READ.
       H155-END. EXIT.
      *Sayim gecisinde aktif donemi bolumunun once kadrosuna ekler;
      *tasinacaksa kaynak bolumun cikan, hedef bolumun giren ve
      *kartin donem sayacini artirir.
       2000-COUNT-SPELL.
           ADD 1 TO WS-ACTIVE-CNT
           MOVE REC-DEPT TO WS-DEPT-KEY
           PERFORM 1400-FIND-DEPT
           IF WS-DEPT-FOUND
              ADD 1 TO WS-DEPT-BEFORE (WS-DEPT-HIT-IX)
           ELSE
              ADD 1 TO WS-UNKNOWN-CNT
           END-IF
           IF WS-RO-FOUND
              ADD 1 TO WS-MOVE-TOTAL
              ADD 1 TO WS-RO-MOVE-CNT (WS-RO-HIT-IX)
              MOVE WS-RO-FROM-IX (WS-RO-HIT-IX) TO WS-DEPT-IX
              ADD 1 TO WS-DEPT-OUT (WS-DEPT-IX)
              MOVE WS-RO-TO-IX (WS-RO-HIT-IX) TO WS-DEPT-IX
              ADD 1 TO WS-DEPT-IN (WS-DEPT-IX)
           END-IF.
       2000-END. EXIT.
      *Donemin bolumunu kaynak alan kabul edilmis karti arar;
      *bulunursa sirasi WS-RO-HIT-IX'tedir.
       2100-FIND-REORG-CARD.
           SET WS-RO-NOT-FOUND TO TRUE
           PERFORM 2110-SCAN-REORG-TABLE
              VARYING WS-RO-IX FROM 1 BY 1
              UNTIL WS-RO-IX > WS-RO-CNT OR WS-RO-FOUND.
       2100-END. EXIT.
      *Kart tablosu arama dongusunun tek adimi.
       2110-SCAN-REORG-TABLE.
           IF WS-RO-ACCEPTED (WS-RO-IX) AND
              WS-RO-FROM (WS-RO-IX) = REC-DEPT
              SET WS-RO-FOUND TO TRUE
              MOVE WS-RO-IX TO WS-RO-HIT-IX
           END-IF.
       2110-END. EXIT.
      *Tasinacak donem yoksa deste yazilmaz. Varsa TRANPREP sonuna
      *once sayim gecisinin buldugu kontrol sayisiyla baslik karti,
      *sonra DATE-REC ikinci kez okunarak her donemin duzeltme karti
      *yazilir. Onay alanlari bos birakilir; desteyi PBHAPPRV'de
      *hazirlayicidan baska bir operator onaylar.
       H300-GENERATE-CARDS.
           IF WS-MOVE-TOTAL = 0
              DISPLAY 'PBHREORG - NO ACTIVE SPELLS TO MOVE'
           ELSE
              OPEN EXTEND TRAN-PREP
              IF (ST-TRAN-PREP NOT = 0) AND (ST-TRAN-PREP NOT = 97)
                 DISPLAY 'UNABLE TO OPEN TRANPREP: ' ST-TRAN-PREP
                 MOVE ST-TRAN-PREP TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE SPACES        TO BATCH-HDR
              MOVE 'H'           TO BTH-REC-TYPE
              MOVE RPM-BATCH-ID  TO BTH-BATCH-ID
              MOVE RPM-PREPARER  TO BTH-PREPARER
              MOVE WS-RUN-DATE   TO BTH-PREP-DATE
              MOVE WS-MOVE-TOTAL TO BTH-CARD-COUNT
              WRITE BATCH-HDR
              SET WS-GENERATE-PASS TO TRUE
              PERFORM H150-SCAN-DATE-REC
              CLOSE TRAN-PREP
           END-IF.
       H300-END. EXIT.
      *Aktif donemin kaydini oldugu gibi tasiyan, yalnizca bolumu
      *hedef bolum olan bir duzeltme karti yazar; PBHMAINT tam
      *goruntulu duzeltme yaptigindan diger alanlar ana dosyadaki
      *degerleriyle doldurulur. Kartin yururluk tarihi gelecekteyse
      *PBHMAINT karti PENDIN'e park eder, tarihi gelince uygular.
       2200-WRITE-CHANGE-CARD.
           MOVE SPACES     TO TRANS-REC
           MOVE 'C'        TO TRN-ACTION
           MOVE REC-ID     TO TRN-ID
           MOVE REC-SPELL  TO TRN-SPELL
           MOVE REC-NAME   TO TRN-NAME
           MOVE REC-SRNAME TO TRN-SRNAME
           MOVE REC-DATE   TO TRN-DATE
           MOVE REC-NDATE  TO TRN-NDATE
           MOVE WS-RO-TO  (WS-RO-HIT-IX) TO TRN-DEPT
           MOVE REC-STAT   TO TRN-STAT
           MOVE WS-RO-EFF (WS-RO-HIT-IX) TO TRN-EFF-DATE
           WRITE TRANS-REC
           ADD 1 TO WS-GEN-CNT.
       2200-END. EXIT.
      *Kart sonuclarini ve bolum basina once/cikan/giren/sonra kadro
      *kanitini basar. Kanit iki sarti denetler: toplam kadro
      *tasimayla degismemeli (once = sonra) ve yazilan kart sayisi
      *baslik kartinin kontrol sayisina esit olmalidir.
       3000-WRITE-PROOF.
           MOVE CRD-HDR-LINE TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           PERFORM 3100-WRITE-CARD-LINE
              VARYING WS-RO-IX FROM 1 BY 1
              UNTIL WS-RO-IX > WS-RO-CNT
           MOVE SPACES TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE PRF-HDR-LINE TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           PERFORM 3200-WRITE-DEPT-LINE
              VARYING WS-DEPT-IX FROM 1 BY 1
              UNTIL WS-DEPT-IX > WS-DEPT-CNT
           IF WS-UNKNOWN-CNT > 0
              MOVE '????'           TO PRF-CODE
              MOVE 'DEPTMAST DISI'  TO PRF-DESC
              MOVE WS-UNKNOWN-CNT   TO PRF-BEFORE
              MOVE 0                TO PRF-OUT
              MOVE 0                TO PRF-IN
              MOVE WS-UNKNOWN-CNT   TO PRF-AFTER
              MOVE PRF-LINE TO REORG-RPT-LINE
              WRITE REORG-RPT-LINE
              ADD WS-UNKNOWN-CNT TO WS-TOT-BEFORE
              ADD WS-UNKNOWN-CNT TO WS-TOT-AFTER
           END-IF
           MOVE SPACES           TO PRF-CODE
           MOVE 'TOPLAM'         TO PRF-DESC
           MOVE WS-TOT-BEFORE    TO PRF-BEFORE
           MOVE WS-TOT-OUT       TO PRF-OUT
           MOVE WS-TOT-IN        TO PRF-IN
           MOVE WS-TOT-AFTER     TO PRF-AFTER
           MOVE PRF-LINE TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           IF WS-TOT-BEFORE NOT = WS-TOT-AFTER OR
              WS-TOT-OUT NOT = WS-TOT-IN OR
              WS-GEN-CNT NOT = WS-MOVE-TOTAL
              SET WS-PROOF-FAILED TO TRUE
           END-IF
           MOVE WS-GEN-CNT TO RES-GEN-CNT
           IF WS-PROOF-OK
              MOVE 'TUTARLI' TO RES-TEXT
           ELSE
              MOVE 'TUTMUYOR - DESTEYI ONAYLAMAYIN'
                 TO RES-TEXT
           END-IF
           MOVE SPACES TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE RESULT-LINE TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE NOTE-LINE-1 TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE
           MOVE NOTE-LINE-2 TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE.
       3000-END. EXIT.
      *Kart satiri: kaynak, hedef, yururluk tarihi, tasinan donem
      *sayisi ve sonuc (ACCEPTED ya da red sebebi).
       3100-WRITE-CARD-LINE.
           MOVE WS-RO-FROM     (WS-RO-IX) TO CRD-FROM
           MOVE WS-RO-TO       (WS-RO-IX) TO CRD-TO
           MOVE WS-RO-EFF      (WS-RO-IX) TO CRD-EFF
           MOVE WS-RO-MOVE-CNT (WS-RO-IX) TO CRD-MOVE-CNT
           MOVE WS-RO-MSG      (WS-RO-IX) TO CRD-MSG
           MOVE CRD-LINE TO REORG-RPT-LINE
           WRITE REORG-RPT-LINE.
       3100-END. EXIT.
      *Bolum kanit satiri; kadrosu olmayan ve tasimaya katilmayan
      *bolumler basilmaz ama toplamlar her bolumden birikir.
       3200-WRITE-DEPT-LINE.
           COMPUTE WS-DEPT-AFTER = WS-DEPT-BEFORE (WS-DEPT-IX)
                                 - WS-DEPT-OUT    (WS-DEPT-IX)
                                 + WS-DEPT-IN     (WS-DEPT-IX)
           ADD WS-DEPT-BEFORE (WS-DEPT-IX) TO WS-TOT-BEFORE
           ADD WS-DEPT-OUT    (WS-DEPT-IX) TO WS-TOT-OUT
           ADD WS-DEPT-IN     (WS-DEPT-IX) TO WS-TOT-IN
           ADD WS-DEPT-AFTER               TO WS-TOT-AFTER
           IF WS-DEPT-BEFORE (WS-DEPT-IX) > 0 OR
              WS-DEPT-IN     (WS-DEPT-IX) > 0
              MOVE WS-DEPT-CODE   (WS-DEPT-IX) TO PRF-CODE
              MOVE WS-DEPT-DESC   (WS-DEPT-IX) TO PRF-DESC
              MOVE WS-DEPT-BEFORE (WS-DEPT-IX) TO PRF-BEFORE
              MOVE WS-DEPT-OUT    (WS-DEPT-IX) TO PRF-OUT
              MOVE WS-DEPT-IN     (WS-DEPT-IX) TO PRF-IN
              MOVE WS-DEPT-AFTER               TO PRF-AFTER
              MOVE PRF-LINE TO REORG-RPT-LINE
              WRITE REORG-RPT-LINE
           END-IF.
       3200-END. EXIT.
      *Sayaclari gosterip dosyalari kapatir. Reddedilen kart ya da
      *tasinacak donem yoksa RC=4; kanit tutmuyorsa RC=16 ile biter
      *ki deste onaya sunulmadan incelensin.
       H999-PROGRAM-EXIT.
           DISPLAY 'PBHREORG - CARDS ACCEPTED : ' WS-ACCEPTED-CNT
           DISPLAY 'PBHREORG - CARDS REJECTED : ' WS-REJECTED-CNT
           DISPLAY 'PBHREORG - ACTIVE SPELLS  : ' WS-ACTIVE-CNT
           DISPLAY 'PBHREORG - SPELLS TO MOVE : ' WS-MOVE-TOTAL
           DISPLAY 'PBHREORG - CARDS WRITTEN  : ' WS-GEN-CNT
           IF WS-PROOF-FAILED
              MOVE 16 TO RETURN-CODE
           END-IF
           IF (WS-REJECTED-CNT > 0 OR WS-MOVE-TOTAL = 0) AND
              RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILES-OPENED
              CLOSE REORG-RPT
           END-IF
           GOBACK.

      *
