      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHCENT.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir. Cevrimici (CICS) program
      *oldugundan dosyalar CICS dosya tanimlariyla baglanir: DATEREC
      *ve DEPTMAST salt okunur, kabul edilen islemler PBHQ
      *gecici veri kuyruguna (gece ONLQUEUE) yazilir. Ana dosyayi bu
      *program hic guncellemez; islem gece PBHONLQ -> PBHAPPRV ->
      *PBHMAINT yoluyla, onay ve denetim jurnaliyle birlikte uygulanir.
       ENVIRONMENT DIVISION.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 WS-RESP            PIC S9(08) COMP.
           03 WS-RESP-ED         PIC 9(04).
           03 WS-ABSTIME         PIC S9(15) COMP-3.
           03 WS-TODAY           PIC X(08).
           03 WS-TODAY-N REDEFINES WS-TODAY PIC 9(08).
           03 WS-NOW             PIC X(06).
           03 WS-NOW-N REDEFINES WS-NOW     PIC 9(06).
           03 WS-USERID          PIC X(08).
      *Bolum editinde okunan bolumun adi; ekranda kodun yaninda
      *gosterilir.
           03 WS-DEPT-DESC       PIC X(20).
      *1000-EDIT-TRANSACTION'in sonucu; PBHMAINT'teki ayni adli
      *anahtarla birebir ayni anlamdadir.
           03 WS-TRN-EDIT-SW     PIC X(01).
             88 TRN-EDIT-OK             VALUE 'Y'.
             88 TRN-EDIT-FAILED         VALUE 'N'.
      *Editten kalan ilk kuralin mesaji; metinler PBHMAINT'in
      *MAINTRPT'ye yazdiklariyla aynidir.
           03 WS-EDIT-MESSAGE    PIC X(56).
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
      *Ekrandan kurulan islem karti; TRANIN kartiyla ayni duzen
      *oldugundan TRANREC kopya kitabindan alinir. Tarih alanlari
      *ekrandan oldugu gibi (sayisal olmasalar da) alinabilsin ve
      *edit PBHMAINT'teki gibi sayisallikla baslasin diye kart bir
      *de alfanumerik olarak tanimlanir.
           COPY TRANREC REPLACING ==RECORD-NAME-TAG== BY ==ONL-CARD==.
         01  ONL-CARD-X REDEFINES ONL-CARD.
           03 FILLER             PIC X(37).
           03 ONL-DATE-X         PIC X(08).
           03 ONL-NDATE-X        PIC X(08).
           03 FILLER             PIC X(13).
      *Kuyruk kaydi; duzen PBHONLQ ile ortaktir.
           COPY ONLQREC REPLACING ==RECORD-NAME-TAG==
                                  BY ==ONL-QUEUE-REC==.
      *Var olan donem ve bolum kayitlari; duzenler PBHMAINT ile
      *ortak oldugundan kopya kitaplarindan alinir.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==DATEIN==.
           COPY DEPTREC REPLACING ==RECORD-NAME-TAG== BY ==DEPT-REC==.
      *PBHCINQ ile ortak COMMAREA.
           COPY ONLCOMM REPLACING ==RECORD-NAME-TAG==
                                  BY ==WS-COMMAREA==.
      *Sembolik harita (PBHENTM) ve CICS tus kodlari.
           COPY PBHOMS.
           COPY DFHAID.
      *Kuyruga alinan islemin onay mesaji.
         01  MSG-QUEUED-AREA.
           03 FILLER             PIC X(16) VALUE 'KUYRUGA ALINDI: '.
           03 MSG-Q-ACTION       PIC X(01).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 MSG-Q-ID           PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 MSG-Q-SPELL        PIC X(02).
           03 FILLER             PIC X(42) VALUE
                     ' - GECE DESTESIYLE ONAYA GIDER'.
           03 FILLER             PIC X(12) VALUE SPACES.
      *Dosya hatasi mesaji: dosya adi ve CICS RESP kodu.
         01  MSG-FILE-AREA.
           03 MSG-FILE-NAME      PIC X(08).
           03 FILLER             PIC X(22) VALUE
                                  ' KULLANILAMIYOR, RESP='.
           03 MSG-FILE-RESP      PIC 9(04).
           03 FILLER             PIC X(22) VALUE SPACES.
         01  WS-END-TEXT         PIC X(40) VALUE
                                  'PBHE - ISLEM GIRISI SONA ERDI'.

       LINKAGE SECTION.
         01  DFHCOMMAREA          PIC X(50).

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız. Program sozde konusmali
      *(pseudo-conversational) calisir: her tusta bir kez calisir,
      *ekrani gonderir ve oturum durumunu COMMAREA'da birakarak biter.
       0000-MAIN.
           PERFORM H100-INITIALIZE
           EVALUATE TRUE
              WHEN EIBCALEN = 0
                 PERFORM 1000-FIRST-SCREEN
              WHEN OCA-OWNER NOT = 'PBHCENT'
                 PERFORM 1000-FIRST-SCREEN
              WHEN EIBAID = DFHPF3
                 PERFORM 9000-END-SESSION
              WHEN EIBAID = DFHPF2
                 PERFORM 9100-TRANSFER-TO-INQUIRY
              WHEN EIBAID = DFHCLEAR
                 PERFORM 1000-FIRST-SCREEN
              WHEN EIBAID = DFHENTER
                 PERFORM 2000-EDIT-AND-QUEUE
              WHEN EIBAID = DFHPF4
                 PERFORM 3000-FETCH-RECORD
              WHEN OTHER
                 MOVE LOW-VALUES TO PBHENTMO
                 MOVE 'GECERSIZ TUS - ENTER, PF4, PF2 YA DA PF3'
                    TO EMSGO
                 PERFORM 8100-SEND-MESSAGE-ONLY
           END-EVALUATE
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Onceki ekranin COMMAREA'sini alir (ilk giriste ya da boyu
      *tutmayan alanda bos baslatir) ve ekran tarih/saatini hazirlar.
       H100-INITIALIZE.
           IF EIBCALEN = LENGTH OF WS-COMMAREA
              MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
              MOVE SPACES TO WS-COMMAREA
              MOVE 0      TO OCA-INQ-SHOWN
              MOVE 0      TO OCA-ENT-QUEUED
              SET OCA-INQ-NO-MORE TO TRUE
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                                YYYYMMDD(WS-TODAY)
                                TIME(WS-NOW)
           END-EXEC
           MOVE SPACES TO WS-DEPT-DESC.
       H100-END. EXIT.
      *Bos giris ekranini gonderir. Sorgu ekranindan gelinmisse
      *sorgulanan sicil no hazir getirilir.
       1000-FIRST-SCREEN.
           MOVE LOW-VALUES TO PBHENTMO
           IF OCA-OWNER = 'PBHCINQ'
              MOVE OCA-INQ-ID TO EIDO
           END-IF
           MOVE 'ISLEMI GIRIP ENTER; C/D ICIN NO+DONEM GIRIP PF4'
              TO EMSGO
           PERFORM 8000-SEND-MAP.
       1000-END. EXIT.
      *ENTER: ekrandaki islemi PBHMAINT'in editlerinden gecirir;
      *duzeltme ve silmede hedef donemin ana dosyada var oldugu da
      *hemen denetlenir. Editleri gecen islem kuyruga yazilir ve
      *ekran bir sonraki islem icin bosaltilir; gecemeyen islem
      *girildigi gibi, kalma sebebiyle birlikte geri gosterilir.
       2000-EDIT-AND-QUEUE.
           PERFORM 2100-RECEIVE-CARD
           PERFORM 1000-EDIT-TRANSACTION
           IF TRN-EDIT-OK AND (TRN-CHANGE OR TRN-DELETE)
              PERFORM 1080-CHECK-SPELL-EXISTS
           END-IF
           IF TRN-EDIT-OK
              PERFORM 2300-QUEUE-CARD
           END-IF
           IF TRN-EDIT-OK
              MOVE LOW-VALUES      TO PBHENTMO
              MOVE MSG-QUEUED-AREA TO EMSGO
           ELSE
              PERFORM 8200-CARD-TO-SCREEN
              MOVE WS-EDIT-MESSAGE TO EMSGO
           END-IF
           PERFORM 8000-SEND-MAP.
       2000-END. EXIT.
      *Ekrani okuyup islem kartini kurar. Girilmemis alan bosluk
      *olur. Ekleme kartinda donem bos birakilir (numarayi PBHMAINT
      *verir); silme karti yalnizca sicil no, donem ve yururluk
      *tarihi tasir. Ekleme/duzeltmede bos birakilan bitis tarihi
      *sifir, yani acik uclu (PBHWORK2 konvansiyonu) sayilir.
       2100-RECEIVE-CARD.
           MOVE SPACES TO ONL-CARD
           EXEC CICS RECEIVE MAP('PBHENTM')
                             MAPSET('PBHOMS')
                             INTO(PBHENTMI)
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF EACTL > 0
                 MOVE EACTI TO TRN-ACTION
              END-IF
              IF EIDL > 0
                 MOVE EIDI  TO TRN-ID
              END-IF
              IF ESPLL > 0
                 MOVE ESPLI TO TRN-SPELL
              END-IF
              IF ENAML > 0
                 MOVE ENAMI TO TRN-NAME
              END-IF
              IF ESRNL > 0
                 MOVE ESRNI TO TRN-SRNAME
              END-IF
              IF EBASL > 0
                 MOVE EBASI TO ONL-DATE-X
              END-IF
              IF EBITL > 0
                 MOVE EBITI TO ONL-NDATE-X
              END-IF
              IF EDPTL > 0
                 MOVE EDPTI TO TRN-DEPT
              END-IF
              IF ESTAL > 0
                 MOVE ESTAI TO TRN-STAT
              END-IF
              IF EEFFL > 0
                 MOVE EEFFI TO TRN-EFF-DATE
              END-IF
           END-IF
           INSPECT ONL-CARD REPLACING ALL LOW-VALUES BY SPACES
           EVALUATE TRUE
              WHEN TRN-ADD
                 MOVE SPACES TO TRN-SPELL
              WHEN TRN-DELETE
                 MOVE SPACES TO TRN-NAME
                 MOVE SPACES TO TRN-SRNAME
                 MOVE SPACES TO TRN-DEPT
                 MOVE SPACES TO TRN-STAT
                 MOVE ZERO   TO TRN-DATE
                 MOVE ZERO   TO TRN-NDATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF (TRN-ADD OR TRN-CHANGE) AND ONL-NDATE-X = SPACES
              MOVE ZERO TO TRN-NDATE
           END-IF.
       2100-END. EXIT.
      *Editleri gecen karti girisi yapan memurun kimligi, terminal ve
      *giris aniyla PBHQ kuyruguna yazar. Kuyruga yazilamazsa islem
      *alinmamis sayilir ve memur tekrar denemeye yonlendirilir.
       2300-QUEUE-CARD.
           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC
           MOVE SPACES     TO ONL-QUEUE-REC
           MOVE ONL-CARD   TO ONQ-CARD
           MOVE WS-USERID  TO ONQ-CLERK
           MOVE EIBTRMID   TO ONQ-TERMID
           MOVE WS-TODAY-N TO ONQ-ENTRY-DATE
           MOVE WS-NOW-N   TO ONQ-ENTRY-TIME
           EXEC CICS WRITEQ TD QUEUE('PBHQ')
                               FROM(ONL-QUEUE-REC)
                               LENGTH(LENGTH OF ONL-QUEUE-REC)
                               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO OCA-ENT-QUEUED
              MOVE TRN-ACTION TO MSG-Q-ACTION
              MOVE TRN-ID     TO MSG-Q-ID
              MOVE TRN-SPELL  TO MSG-Q-SPELL
           ELSE
              MOVE 'PBHQ'     TO MSG-FILE-NAME
              PERFORM 2190-FILE-ERROR
           END-IF.
       2300-END. EXIT.
      *CICS dosya/kuyruk hatasini edit hatasi gibi isler: islem
      *alinmaz, mesajda kaynagin adi ve RESP kodu gosterilir.
       2190-FILE-ERROR.
           MOVE WS-RESP    TO WS-RESP-ED
           MOVE WS-RESP-ED TO MSG-FILE-RESP
           MOVE MSG-FILE-AREA TO WS-EDIT-MESSAGE
           SET TRN-EDIT-FAILED TO TRUE.
       2190-END. EXIT.
      *PF4: ekrandaki sicil no + donemin ana dosyadaki halini
      *getirir ki duzeltme tum alanlari yeniden yazmadan girilsin.
      *Islem kodu bossa C varsayilir.
       3000-FETCH-RECORD.
           PERFORM 2100-RECEIVE-CARD
           SET TRN-EDIT-OK TO TRUE
           IF TRN-ID NOT NUMERIC OR TRN-SPELL NOT NUMERIC OR
              TRN-SPELL = '00'
              MOVE 'PF4 ICIN SICIL NO VE DONEM GIRIN'
                 TO WS-EDIT-MESSAGE
              SET TRN-EDIT-FAILED TO TRUE
           ELSE
              PERFORM 1080-CHECK-SPELL-EXISTS
           END-IF
           IF TRN-EDIT-OK
              IF TRN-ACTION = SPACES
                 MOVE 'C' TO TRN-ACTION
              END-IF
              MOVE REC-NAME   TO TRN-NAME
              MOVE REC-SRNAME TO TRN-SRNAME
              MOVE REC-DATE   TO TRN-DATE
              MOVE REC-NDATE  TO TRN-NDATE
              MOVE REC-DEPT   TO TRN-DEPT
              MOVE REC-STAT   TO TRN-STAT
              EXEC CICS READ FILE('DEPTMAST')
                             INTO(DEPT-REC)
                             RIDFLD(TRN-DEPT)
                             RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE DPT-DESC TO WS-DEPT-DESC
              END-IF
              MOVE 'KAYIT GETIRILDI - DUZELTIP ENTER ILE KUYRUGA ALIN'
                 TO WS-EDIT-MESSAGE
           END-IF
           PERFORM 8200-CARD-TO-SCREEN
           MOVE WS-EDIT-MESSAGE TO EMSGO
           PERFORM 8000-SEND-MAP.
       3000-END. EXIT.
      *Islem kartini ekrandan once edit eder; PBHMAINT'teki ayni adli
      *paragrafin kurallari ve mesajlariyla aynidir. Kartta action
      *kodunu PBHMAINT dagitimda denetler; ekranda ilk kural olarak
      *burada denetlenir.
       1000-EDIT-TRANSACTION.
           SET TRN-EDIT-OK TO TRUE
           IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE
              MOVE 'INVALID ACTION CODE' TO WS-EDIT-MESSAGE
              SET TRN-EDIT-FAILED TO TRUE
           END-IF
           IF TRN-EDIT-OK AND TRN-ID NOT NUMERIC
              MOVE 'TRN-ID NOT NUMERIC' TO WS-EDIT-MESSAGE
              SET TRN-EDIT-FAILED TO TRUE
           END-IF
      *Duzeltme ve silme var olan bir donemi hedeflemek zorunda
      *oldugundan gecerli bir donem numarasi ister.
           IF TRN-EDIT-OK AND (TRN-CHANGE OR TRN-DELETE)
              IF TRN-SPELL NOT NUMERIC OR TRN-SPELL = '00'
                 MOVE 'TRN-SPELL NOT A VALID SPELL' TO WS-EDIT-MESSAGE
                 SET TRN-EDIT-FAILED TO TRUE
              END-IF
           END-IF
           IF TRN-EDIT-OK AND (TRN-ADD OR TRN-CHANGE)
              PERFORM 1050-EDIT-ADD-CHANGE-FIELDS
           END-IF
      *Istege bagli yururluk tarihi: bos ya da sifir hemen uygulanir
      *demektir; doluysa gercek bir takvim tarihi olmalidir.
           IF TRN-EDIT-OK
              IF TRN-EFF-DATE = SPACES OR TRN-EFF-DATE = '00000000'
                 CONTINUE
              ELSE
                 IF TRN-EFF-DATE NOT NUMERIC
                    MOVE 'TRN-EFF-DATE NOT NUMERIC' TO WS-EDIT-MESSAGE
                    SET TRN-EDIT-FAILED TO TRUE
                 ELSE
                    MOVE TRN-EFF-DATE TO WS-CHK-DATE
                    PERFORM 1100-VALIDATE-DATE-FIELD
                    IF WS-CHK-INVALID
                       MOVE 'TRN-EFF-DATE NOT A VALID DATE'
                          TO WS-EDIT-MESSAGE
                       SET TRN-EDIT-FAILED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       1000-END. EXIT.
      *Ekleme ve duzeltme kartlarinin alan editleri (PBHMAINT ile
      *ayni sira ve mesajlar).
       1050-EDIT-ADD-CHANGE-FIELDS.
           IF TRN-NAME = SPACES
              MOVE 'TRN-NAME BLANK' TO WS-EDIT-MESSAGE
              SET TRN-EDIT-FAILED TO TRUE
           END-IF
           IF TRN-EDIT-OK AND TRN-SRNAME = SPACES
              MOVE 'TRN-SRNAME BLANK' TO WS-EDIT-MESSAGE
              SET TRN-EDIT-FAILED TO TRUE
           END-IF
           IF TRN-EDIT-OK
              IF TRN-DATE NOT NUMERIC
                 MOVE 'TRN-DATE NOT NUMERIC' TO WS-EDIT-MESSAGE
                 SET TRN-EDIT-FAILED TO TRUE
              ELSE
                 MOVE TRN-DATE TO WS-CHK-DATE
                 PERFORM 1100-VALIDATE-DATE-FIELD
                 IF WS-CHK-INVALID
                    MOVE 'TRN-DATE NOT A VALID DATE' TO WS-EDIT-MESSAGE
                    SET TRN-EDIT-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF
      *Sifir ya da hep dokuz TRN-NDATE acik uclu donemdir; takvim ve
      *oncelik kontrollerine sokulmaz.
           IF TRN-EDIT-OK
              IF TRN-NDATE NOT NUMERIC
                 MOVE 'TRN-NDATE NOT NUMERIC' TO WS-EDIT-MESSAGE
                 SET TRN-EDIT-FAILED TO TRUE
              ELSE
                 IF TRN-NDATE = ZERO OR TRN-NDATE = 99999999
                    CONTINUE
                 ELSE
                    MOVE TRN-NDATE TO WS-CHK-DATE
                    PERFORM 1100-VALIDATE-DATE-FIELD
                    IF WS-CHK-INVALID
                       MOVE 'TRN-NDATE NOT A VALID DATE'
                          TO WS-EDIT-MESSAGE
                       SET TRN-EDIT-FAILED TO TRUE
                    END-IF
                    IF TRN-EDIT-OK AND TRN-NDATE < TRN-DATE
                       MOVE 'TRN-NDATE EARLIER THAN TRN-DATE'
                          TO WS-EDIT-MESSAGE
                       SET TRN-EDIT-FAILED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF TRN-EDIT-OK
              PERFORM 1060-EDIT-DEPT-AND-STATUS
           END-IF.
       1050-END. EXIT.
      *Bolum kodunu DEPTMAST'ta, durum kodunu A/T kumesi ve TRN-NDATE
      *konvansiyonuyla edit eder. PBHMAINT bolumleri calisma basinda
      *tabloya alir; ekranda bolum kaydi dogrudan anahtarla okunur,
      *kurallar ve mesajlar aynidir.
       1060-EDIT-DEPT-AND-STATUS.
           EXEC CICS READ FILE('DEPTMAST')
                          INTO(DEPT-REC)
                          RIDFLD(TRN-DEPT)
                          RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'TRN-DEPT NOT A VALID DEPT' TO WS-EDIT-MESSAGE
                 SET TRN-EDIT-FAILED TO TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'DEPTMAST' TO MSG-FILE-NAME
                 PERFORM 2190-FILE-ERROR
              WHEN DPT-STAT-CLOSED
                 MOVE DPT-DESC TO WS-DEPT-DESC
                 MOVE 'TRN-DEPT IS CLOSED' TO WS-EDIT-MESSAGE
                 SET TRN-EDIT-FAILED TO TRUE
              WHEN OTHER
                 MOVE DPT-DESC TO WS-DEPT-DESC
           END-EVALUATE
           IF TRN-EDIT-OK
              IF TRN-STAT NOT = 'A' AND TRN-STAT NOT = 'T'
                 MOVE 'TRN-STAT NOT A OR T' TO WS-EDIT-MESSAGE
                 SET TRN-EDIT-FAILED TO TRUE
              END-IF
           END-IF
           IF TRN-EDIT-OK
              IF TRN-STAT = 'A' AND
                 TRN-NDATE NOT = ZERO AND TRN-NDATE NOT = 99999999
                 MOVE 'STATUS A NEEDS OPEN TRN-NDATE'
                    TO WS-EDIT-MESSAGE
                 SET TRN-EDIT-FAILED TO TRUE
              END-IF
           END-IF
           IF TRN-EDIT-OK
              IF TRN-STAT = 'T' AND
                 (TRN-NDATE = ZERO OR TRN-NDATE = 99999999)
                 MOVE 'STATUS T NEEDS REAL TRN-NDATE'
                    TO WS-EDIT-MESSAGE
                 SET TRN-EDIT-FAILED TO TRUE
              END-IF
           END-IF.
       1060-END. EXIT.
      *Duzeltme ve silmenin hedefledigi REC-ID + donemi ana dosyada
      *arar; yoksa PBHMAINT'in gece verecegi REC-KEY NOT FOUND
      *reddi burada aninda verilir. Ayni gece kuyruktaki bir ekleme
      *kartiyla acilacak donem henuz ana dosyada olmadigindan ertesi
      *gune kadar duzeltilemez.
       1080-CHECK-SPELL-EXISTS.
           MOVE TRN-ID    TO REC-ID
           MOVE TRN-SPELL TO REC-SPELL
           EXEC CICS READ FILE('DATEREC')
                          INTO(DATEIN)
                          RIDFLD(REC-KEY)
                          RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'REC-KEY NOT FOUND' TO WS-EDIT-MESSAGE
                 SET TRN-EDIT-FAILED TO TRUE
              WHEN OTHER
                 MOVE 'DATEREC' TO MSG-FILE-NAME
                 PERFORM 2190-FILE-ERROR
           END-EVALUATE.
       1080-END. EXIT.
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
      *Haritanin tamamini ekran silinerek gonderir; oturumda kuyruga
      *alinan islem sayisi gosterilir, imlec islem kodu alanina konur.
       8000-SEND-MAP.
           MOVE WS-TODAY       TO EDATO
           MOVE OCA-ENT-QUEUED TO ECNTO
           MOVE -1             TO EACTL
           EXEC CICS SEND MAP('PBHENTM')
                          MAPSET('PBHOMS')
                          FROM(PBHENTMO)
                          ERASE
                          CURSOR
           END-EXEC.
       8000-END. EXIT.
      *Yalnizca doldurulmus alanlari (mesaj) gonderir; ekrandaki
      *girisler yerinde kalir.
       8100-SEND-MESSAGE-ONLY.
           EXEC CICS SEND MAP('PBHENTM')
                          MAPSET('PBHOMS')
                          FROM(PBHENTMO)
                          DATAONLY
           END-EXEC.
       8100-END. EXIT.
      *Islem kartini ekran alanlarina geri yazar (hatali giris ya da
      *PF4 ile getirilen kayit).
       8200-CARD-TO-SCREEN.
           MOVE LOW-VALUES   TO PBHENTMO
           MOVE TRN-ACTION   TO EACTO
           MOVE TRN-ID       TO EIDO
           MOVE TRN-SPELL    TO ESPLO
           MOVE TRN-NAME     TO ENAMO
           MOVE TRN-SRNAME   TO ESRNO
           MOVE ONL-DATE-X   TO EBASO
           MOVE ONL-NDATE-X  TO EBITO
           MOVE TRN-DEPT     TO EDPTO
           MOVE WS-DEPT-DESC TO EDDSO
           MOVE TRN-STAT     TO ESTAO
           MOVE TRN-EFF-DATE TO EEFFO.
       8200-END. EXIT.
      *PF3: ekrani temizleyip kapanis mesaji verir ve islemi
      *sonlandirir.
       9000-END-SESSION.
           EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                               LENGTH(LENGTH OF WS-END-TEXT)
                               ERASE
                               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       9000-END. EXIT.
      *PF2: sorgu ekranina gecer; oturumun kuyruk sayaci COMMAREA'da
      *kalir.
       9100-TRANSFER-TO-INQUIRY.
           MOVE 'PBHCENT' TO OCA-OWNER
           EXEC CICS XCTL PROGRAM('PBHCINQ')
                          COMMAREA(WS-COMMAREA)
                          LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
       9100-END. EXIT.
      *Oturum durumunu COMMAREA'da birakip bir sonraki tusta ayni
      *islem koduyla (PBHE) yeniden cagrilmak uzere doner.
       H999-PROGRAM-EXIT.
           MOVE 'PBHCENT' TO OCA-OWNER
           EXEC CICS RETURN TRANSID('PBHE')
                            COMMAREA(WS-COMMAREA)
                            LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
           GOBACK.

      *
