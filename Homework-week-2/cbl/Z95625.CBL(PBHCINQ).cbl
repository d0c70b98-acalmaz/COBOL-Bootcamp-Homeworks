      *IDENTIFICATION DIVISION programın kimlik bilgilerinin
      *belirtildiği bölümdür. Bu bölümde programın adı ve programı
      *oluşturan kişi belirtilmiştir.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHCINQ.
       AUTHOR. AHMET MELİH ÇALMAZ.
      *ENVIRONMENT DIVISION programın çalıştığı ortamı ve
      *kullanılacak dosyaları içerir. Cevrimici (CICS) program
      *oldugundan dosyalar FILE-CONTROL ile degil CICS dosya
      *tanimlariyla baglanir: DATEREC (anahtar REC-KEY) ve DATESRN
      *(REC-SRNAME uzerindeki alternatif indeks yolu, PBHINQRY'nin
      *kullandigi Z95625.DATEREC.MASTER.PATH). Ikisi de salt
      *okunur tanimlanir; ana dosyayi yalnizca gece PBHMAINT gunceller.
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
      *Ekrana basilan satir sayisi; sayfalamada atlanacak ve su ana
      *kadar eslesen donem sayisi.
           03 WS-ROW             PIC 9(02) COMP.
           03 WS-SKIP-CNT        PIC 9(04) COMP.
           03 WS-SEEN-CNT        PIC 9(04) COMP.
           03 WS-BROWSE-SW       PIC X(01).
             88 WS-BROWSE-DONE          VALUE 'Y'.
             88 WS-BROWSE-ACTIVE        VALUE 'N'.
           03 WS-FILE-ERR-SW     PIC X(01).
             88 WS-FILE-ERROR           VALUE 'Y'.
             88 WS-FILE-OK              VALUE 'N'.
      *Ekrandan alinan sorgu degerleri.
           03 WS-IN-ID           PIC X(04).
           03 WS-IN-SRNAME       PIC X(15).
           03 WS-BR-SRNAME       PIC X(15).
      *DATEREC'in REC-KEY'i ile ayni duzende tarama anahtari.
         01  WS-BR-KEY.
           03 WS-BR-ID           PIC X(04).
           03 WS-BR-SPELL        PIC 9(02).
      *Okunan donem kaydi; duzen PBHMAINT ile ortak oldugundan DATEREC
      *kopya kitabindan alinir.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==DATEIN==.
      *PBHCENT ile ortak COMMAREA.
           COPY ONLCOMM REPLACING ==RECORD-NAME-TAG==
                                  BY ==WS-COMMAREA==.
      *Sembolik harita (PBHINQM) ve CICS tus kodlari.
           COPY PBHOMS.
           COPY DFHAID.
      *Listedeki bir donemin satiri; PBHINQM'in 6. satirindaki
      *baslikla ayni kolonlardadir.
         01  LST-LINE.
           03 LST-ID             PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LST-SPELL          PIC 9(02).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LST-NAME           PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LST-SRNAME         PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LST-DATE           PIC 9(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LST-NDATE          PIC 9(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 LST-DEPT           PIC X(04).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 LST-STAT           PIC X(01).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 LST-NOTE           PIC X(12).
      *Dosya hatasi mesaji: dosya adi ve CICS RESP kodu.
         01  MSG-FILE-AREA.
           03 MSG-FILE-NAME      PIC X(08).
           03 FILLER             PIC X(17) VALUE
                                  ' OKUNAMADI, RESP='.
           03 MSG-FILE-RESP      PIC 9(04).
           03 FILLER             PIC X(50) VALUE SPACES.
         01  WS-END-TEXT         PIC X(40) VALUE
                                  'PBHI - DONEM SORGUSU SONA ERDI'.

       LINKAGE SECTION.
         01  DFHCOMMAREA          PIC X(50).

      *--------------------
       PROCEDURE DIVISION.
      *Maini oluşturduk burada yazılı olan sırada paragrafları takip
      *edip programı tamamlayacağız. Program sozde konusmali
      *(pseudo-conversational) calisir: her tusta bir kez calisir,
      *ekrani gonderir ve sorgu durumunu COMMAREA'da birakarak biter.
       0000-MAIN.
           PERFORM H100-INITIALIZE
           EVALUATE TRUE
              WHEN EIBCALEN = 0
                 PERFORM 1000-FIRST-SCREEN
              WHEN OCA-OWNER NOT = 'PBHCINQ'
                 PERFORM 1000-FIRST-SCREEN
              WHEN EIBAID = DFHPF3
                 PERFORM 9000-END-SESSION
              WHEN EIBAID = DFHPF5
                 PERFORM 9100-TRANSFER-TO-ENTRY
              WHEN EIBAID = DFHCLEAR
                 PERFORM 1000-FIRST-SCREEN
              WHEN EIBAID = DFHENTER
                 PERFORM 2000-NEW-INQUIRY
              WHEN EIBAID = DFHPF8
                 PERFORM 2500-NEXT-PAGE
              WHEN OTHER
                 MOVE LOW-VALUES TO PBHINQMO
                 MOVE 'GECERSIZ TUS - ENTER, PF8, PF5 YA DA PF3'
                    TO IMSGO
                 PERFORM 8100-SEND-MESSAGE-ONLY
           END-EVALUATE
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *Onceki ekranin COMMAREA'sini alir (ilk giriste ya da boyu
      *tutmayan alanda bos baslatir) ve ekran tarihini hazirlar.
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
           END-EXEC
           SET WS-FILE-OK TO TRUE.
       H100-END. EXIT.
      *Bos sorgu ekranini gonderir; onceki sorgu unutulur.
       1000-FIRST-SCREEN.
           MOVE SPACES TO OCA-INQ-ID
           MOVE SPACES TO OCA-INQ-SRNAME
           MOVE 0      TO OCA-INQ-SHOWN
           SET OCA-INQ-NO-MORE TO TRUE
           MOVE LOW-VALUES TO PBHINQMO
           MOVE 'SICIL NO YA DA SOYADI GIRIP ENTER TUSUNA BASIN'
              TO IMSGO
           PERFORM 8000-SEND-MAP.
       1000-END. EXIT.
      *ENTER: yeni sorgu. Sicil no girilmisse (PBHMAINT'teki TRN-ID
      *editi gibi sayisal olmali) dogrudan anahtarla, yalnizca soyadi
      *girilmisse alternatif indeksle aranir; ikisi birden girilirse
      *sicil no esas alinir.
       2000-NEW-INQUIRY.
           MOVE SPACES TO WS-IN-ID
           MOVE SPACES TO WS-IN-SRNAME
           EXEC CICS RECEIVE MAP('PBHINQM')
                             MAPSET('PBHOMS')
                             INTO(PBHINQMI)
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF IIDL > 0
                 MOVE IIDI TO WS-IN-ID
              END-IF
              IF ISRNL > 0
                 MOVE ISRNI TO WS-IN-SRNAME
              END-IF
           END-IF
           INSPECT WS-IN-ID     REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-IN-SRNAME REPLACING ALL LOW-VALUES BY SPACES
           MOVE LOW-VALUES TO PBHINQMO
           EVALUATE TRUE
              WHEN WS-IN-ID = SPACES AND WS-IN-SRNAME = SPACES
                 MOVE 'SICIL NO YA DA SOYADI GIRIN' TO IMSGO
              WHEN WS-IN-ID NOT = SPACES AND WS-IN-ID NOT NUMERIC
                 MOVE WS-IN-ID     TO IIDO
                 MOVE WS-IN-SRNAME TO ISRNO
                 MOVE 'SICIL NO SAYISAL OLMALI' TO IMSGO
              WHEN OTHER
                 MOVE WS-IN-ID TO OCA-INQ-ID
                 IF WS-IN-ID = SPACES
                    MOVE WS-IN-SRNAME TO OCA-INQ-SRNAME
                 ELSE
                    MOVE SPACES       TO OCA-INQ-SRNAME
                 END-IF
                 MOVE 0 TO OCA-INQ-SHOWN
                 PERFORM 2100-FILL-PAGE
           END-EVALUATE
           PERFORM 8000-SEND-MAP.
       2000-END. EXIT.
      *Sorgunun bir sonraki sayfasini doldurur: ayni aramayi bastan
      *baslatir, daha once gosterilen OCA-INQ-SHOWN donemi atlar ve
      *en fazla 12 donem listeler. On ucuncu eslesen donem bulunursa
      *listenin devami var demektir.
       2100-FILL-PAGE.
           MOVE 0 TO WS-ROW
           MOVE 0 TO WS-SEEN-CNT
           MOVE OCA-INQ-SHOWN TO WS-SKIP-CNT
           SET OCA-INQ-NO-MORE  TO TRUE
           SET WS-BROWSE-ACTIVE TO TRUE
           IF OCA-INQ-ID NOT = SPACES
              PERFORM 2110-BROWSE-BY-ID
           ELSE
              PERFORM 2120-BROWSE-BY-SRNAME
           END-IF
           COMPUTE OCA-INQ-SHOWN = WS-SKIP-CNT + WS-ROW
           MOVE OCA-INQ-ID     TO IIDO
           MOVE OCA-INQ-SRNAME TO ISRNO
           EVALUATE TRUE
              WHEN WS-FILE-ERROR
                 MOVE MSG-FILE-AREA TO IMSGO
              WHEN WS-SEEN-CNT = 0
                 MOVE 'KAYIT BULUNAMADI' TO IMSGO
              WHEN OCA-INQ-MORE
                 MOVE 'DEVAMI VAR - SONRAKI SAYFA ICIN PF8' TO IMSGO
              WHEN OTHER
                 MOVE 'LISTENIN SONU' TO IMSGO
           END-EVALUATE.
       2100-END. EXIT.
      *Sicil noyla arama: REC-ID + donem 00 anahtarindan baslayip
      *REC-ID degisene kadar anahtar sirasinda okur (PBHMAINT
      *2110-FIND-NEXT-SPELL ile ayni tarama).
       2110-BROWSE-BY-ID.
           MOVE OCA-INQ-ID TO WS-BR-ID
           MOVE 0          TO WS-BR-SPELL
           EXEC CICS STARTBR FILE('DATEREC')
                             RIDFLD(WS-BR-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 PERFORM 2111-READ-NEXT-BY-ID UNTIL WS-BROWSE-DONE
                 EXEC CICS ENDBR FILE('DATEREC')
                 END-EXEC
              WHEN WS-RESP = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'DATEREC' TO MSG-FILE-NAME
                 PERFORM 2190-FILE-ERROR
           END-EVALUATE.
       2110-END. EXIT.
      *Sicil no taramasinin tek adimi.
       2111-READ-NEXT-BY-ID.
           EXEC CICS READNEXT FILE('DATEREC')
                              INTO(DATEIN)
                              RIDFLD(WS-BR-KEY)
                              RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(ENDFILE)
                 SET WS-BROWSE-DONE TO TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 SET WS-BROWSE-DONE TO TRUE
                 MOVE 'DATEREC' TO MSG-FILE-NAME
                 PERFORM 2190-FILE-ERROR
              WHEN REC-ID NOT = OCA-INQ-ID
                 SET WS-BROWSE-DONE TO TRUE
              WHEN OTHER
                 PERFORM 2150-TAKE-RECORD
           END-EVALUATE.
       2111-END. EXIT.
      *Soyadiyla arama: alternatif indeks yolunda soyadina konumlanip
      *soyadi degisene kadar okur (PBHINQRY 2000/2100 ile ayni
      *tarama). Ayni soyadinin ikinci ve sonraki kayitlarinda CICS
      *DUPKEY dondurur; bu normal okuma sayilir.
       2120-BROWSE-BY-SRNAME.
           MOVE OCA-INQ-SRNAME TO WS-BR-SRNAME
           EXEC CICS STARTBR FILE('DATESRN')
                             RIDFLD(WS-BR-SRNAME)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 PERFORM 2121-READ-NEXT-BY-SRNAME UNTIL WS-BROWSE-DONE
                 EXEC CICS ENDBR FILE('DATESRN')
                 END-EXEC
              WHEN WS-RESP = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'DATESRN' TO MSG-FILE-NAME
                 PERFORM 2190-FILE-ERROR
           END-EVALUATE.
       2120-END. EXIT.
      *Soyadi taramasinin tek adimi.
       2121-READ-NEXT-BY-SRNAME.
           EXEC CICS READNEXT FILE('DATESRN')
                              INTO(DATEIN)
                              RIDFLD(WS-BR-SRNAME)
                              RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(ENDFILE)
                 SET WS-BROWSE-DONE TO TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL) AND
                   WS-RESP NOT = DFHRESP(DUPKEY)
                 SET WS-BROWSE-DONE TO TRUE
                 MOVE 'DATESRN' TO MSG-FILE-NAME
                 PERFORM 2190-FILE-ERROR
              WHEN REC-SRNAME NOT = OCA-INQ-SRNAME
                 SET WS-BROWSE-DONE TO TRUE
              WHEN OTHER
                 PERFORM 2150-TAKE-RECORD
           END-EVALUATE.
       2121-END. EXIT.
      *Eslesen donemi sayar; onceki sayfalarda gosterilmisse atlar,
      *sayfada yer varsa satira basar, yoksa devami oldugunu
      *isaretleyip taramayi bitirir.
       2150-TAKE-RECORD.
           ADD 1 TO WS-SEEN-CNT
           IF WS-SEEN-CNT > WS-SKIP-CNT
              IF WS-ROW < 12
                 ADD 1 TO WS-ROW
                 PERFORM 2200-FORMAT-LINE
              ELSE
                 SET OCA-INQ-MORE   TO TRUE
                 SET WS-BROWSE-DONE TO TRUE
              END-IF
           END-IF.
       2150-END. EXIT.
      *Hata mesajina CICS RESP kodunu koyar.
       2190-FILE-ERROR.
           SET WS-FILE-ERROR TO TRUE
           MOVE WS-RESP TO WS-RESP-ED
           MOVE WS-RESP-ED TO MSG-FILE-RESP.
       2190-END. EXIT.
      *Donemin kimligini, ad/soyadini, iki tarihini, bolum ve durum
      *kodunu listenin WS-ROW'uncu satirina yazar; acik uclu donem
      *(PBHWORK2 konvansiyonu) DEVAM EDIYOR notuyla gosterilir.
       2200-FORMAT-LINE.
           MOVE REC-ID     TO LST-ID
           MOVE REC-SPELL  TO LST-SPELL
           MOVE REC-NAME   TO LST-NAME
           MOVE REC-SRNAME TO LST-SRNAME
           MOVE REC-DATE   TO LST-DATE
           MOVE REC-NDATE  TO LST-NDATE
           MOVE REC-DEPT   TO LST-DEPT
           MOVE REC-STAT   TO LST-STAT
           IF REC-NDATE = ZERO OR REC-NDATE = 99999999
              MOVE 'DEVAM EDIYOR' TO LST-NOTE
           ELSE
              MOVE SPACES         TO LST-NOTE
           END-IF
           MOVE LST-LINE TO ILNO (WS-ROW).
       2200-END. EXIT.
      *PF8: son sorgunun bir sonraki sayfasi. Sorgu yoksa ya da liste
      *bitmisse ekrandaki liste korunur, yalnizca mesaj degisir.
       2500-NEXT-PAGE.
           EVALUATE TRUE
              WHEN OCA-INQ-ID = SPACES AND OCA-INQ-SRNAME = SPACES
                 MOVE LOW-VALUES TO PBHINQMO
                 MOVE 'ONCE ENTER ILE SORGULAYIN' TO IMSGO
                 PERFORM 8100-SEND-MESSAGE-ONLY
              WHEN OCA-INQ-NO-MORE
                 MOVE LOW-VALUES TO PBHINQMO
                 MOVE 'LISTENIN SONU - YENI SORGU ICIN ENTER' TO IMSGO
                 PERFORM 8100-SEND-MESSAGE-ONLY
              WHEN OTHER
                 MOVE LOW-VALUES TO PBHINQMO
                 PERFORM 2100-FILL-PAGE
                 PERFORM 8000-SEND-MAP
           END-EVALUATE.
       2500-END. EXIT.
      *Haritanin tamamini ekran silinerek gonderir; imlec sicil no
      *alanina konur.
       8000-SEND-MAP.
           MOVE WS-TODAY TO IDATO
           MOVE -1       TO IIDL
           EXEC CICS SEND MAP('PBHINQM')
                          MAPSET('PBHOMS')
                          FROM(PBHINQMO)
                          ERASE
                          CURSOR
           END-EXEC.
       8000-END. EXIT.
      *Yalnizca doldurulmus alanlari (mesaj) gonderir; ekrandaki
      *liste ve girisler yerinde kalir.
       8100-SEND-MESSAGE-ONLY.
           EXEC CICS SEND MAP('PBHINQM')
                          MAPSET('PBHOMS')
                          FROM(PBHINQMO)
                          DATAONLY
           END-EXEC.
       8100-END. EXIT.
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
      *PF5: islem girisi ekranina gecer; son sorgu COMMAREA'da
      *kalir ki PBHCENT sicil noyu hazir getirsin.
       9100-TRANSFER-TO-ENTRY.
           MOVE 'PBHCINQ' TO OCA-OWNER
           EXEC CICS XCTL PROGRAM('PBHCENT')
                          COMMAREA(WS-COMMAREA)
                          LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
       9100-END. EXIT.
      *Sorgu durumunu COMMAREA'da birakip bir sonraki tusta ayni
      *islem koduyla (PBHI) yeniden cagrilmak uzere doner.
       H999-PROGRAM-EXIT.
           MOVE 'PBHCINQ' TO OCA-OWNER
           EXEC CICS RETURN TRANSID('PBHI')
                            COMMAREA(WS-COMMAREA)
                            LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
           GOBACK.

      *
