                             ACCESS MODE RANDOM
                             RECORD KEY DPT-CODE
                             STATUS ST-DEPT-MAST.
      *DATE-REC, PBHMAINT'in calisan ana dosyasidir; bir bolum
      *kapatilmadan (K) ya da silinmeden once o bolumde hala aktif
      *(acik uclu) donem olup olmadigini saymak icin salt okunur
      *bastan sona taranir. Kapatma karti seyrek geldiginden tarama
      *her kart icin dosyayi yeniden acar (PBHMAINT H150 duzeni).
           SELECT DATE-REC   ASSIGN TO DATEREC
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY REC-KEY
                             STATUS ST-DATE-REC.
           SELECT DEPT-CARDS ASSIGN TO DEPTIN
                             STATUS ST-DEPT-CARDS.
           SELECT DEPT-RPT   ASSIGN TO DEPTRPT
      *Bolum kaydinin duzeni PBHMAINT/PBHREPT2 ile ortak oldugundan
      *DEPTREC kopya kitabindan alinir.
           COPY DEPTREC REPLACING ==RECORD-NAME-TAG== BY ==DEPT-REC==.
       FD  DATE-REC RECORDING MODE F.
      *Calisan kaydinin duzeni PBHMAINT ile ortak oldugundan DATEREC
      *kopya kitabindan alinir.
           COPY DATEREC REPLACING ==RECORD-NAME-TAG== BY ==DATEIN==.
       FD  DEPT-CARDS RECORDING MODE F.
      *"DEPT-CARDS" islem kartlari: ekleme (A), duzeltme (C) ya da
      *silme (D) + bolum kodu + aciklama + durum. Kapanan bolum
           03 ST-DEPT-CARDS      PIC 9(2).
           88 DEPT-CARDS-EOF                 VALUE 10.
           03 ST-DEPT-RPT        PIC 9(2).
           03 ST-DATE-REC        PIC 9(2).
           88 DATE-REC-EOF                   VALUE 10.
      *Henuz hic yuklenmemis (bos tanimlanmis) bir KSDS I-O
      *acilista 35 dondurur; bu durumda dosya ilk yukleme icin
      *OUTPUT ile yeniden acilir ve yalnizca ekleme kartlari
         01  WS-COUNTERS.
           03 WS-APPLIED-CNT     PIC 9(06) COMP.
           03 WS-REJECTED-CNT    PIC 9(06) COMP.
      *2400-COUNT-ACTIVE-MEMBERS'in saydigi aktif donem sayisi.
           03 WS-ACTIVE-CNT      PIC 9(06) COMP.
      *Aktif uye sayisini red mesajina tasiyan kalip.
         01  MSG-ACTIVE-AREA.
           03 FILLER             PIC X(11) VALUE 'DEPT STILL '.
           03 FILLER             PIC X(04) VALUE 'HAS '.
           03 MSG-ACTIVE-CNT     PIC ZZZZZ9.
           03 FILLER             PIC X(15) VALUE ' ACTIVE MEMBERS'.
           03 FILLER             PIC X(23) VALUE SPACES.
      *Rapor satiri kalibi; her islem icin bir kere doldurulup yazilir.
         01  RPT-LINE.
           03 RPT-ACTION         PIC X(01).
                    MOVE 'DPT-CODE NOT FOUND' TO RPT-MESSAGE
                    PERFORM 2950-WRITE-REJECT-LINE
                 NOT INVALID KEY
                    PERFORM 2250-REWRITE-DEPT
              END-READ
           END-IF.
       2200-END. EXIT.
      *Okunan bolum kaydini karttaki aciklama ve durumla yeniden
      *yazar. Kapatma (durum K) karti, bolumde hala aktif donem
      *varsa reddedilir: once calisanlar PBHREORG ile baska bir
      *bolume tasinmali ya da donemleri sonlandirilmalidir.
       2250-REWRITE-DEPT.
           MOVE 0 TO WS-ACTIVE-CNT
           IF DCD-STAT = 'K'
              PERFORM 2400-COUNT-ACTIVE-MEMBERS
           END-IF
           IF WS-ACTIVE-CNT > 0
              MOVE WS-ACTIVE-CNT   TO MSG-ACTIVE-CNT
              MOVE MSG-ACTIVE-AREA TO RPT-MESSAGE
              PERFORM 2950-WRITE-REJECT-LINE
           ELSE
              MOVE DCD-DESC TO DPT-DESC
              MOVE DCD-STAT TO DPT-STAT
              REWRITE DEPT-REC
                 INVALID KEY
                    MOVE 'REWRITE FAILED' TO RPT-MESSAGE
                    PERFORM 2950-WRITE-REJECT-LINE
                 NOT INVALID KEY
                    MOVE 'DEPT CHANGED' TO RPT-MESSAGE
                    PERFORM 2900-WRITE-APPLIED-LINE
              END-REWRITE
           END-IF.
       2250-END. EXIT.
      *Var olan bir bolum kodunu DEPT-MAST'tan siler; yalnizca
      *yanlis acilmis kodlar icindir, kapanan bolum 'C' kartiyla K
      *durumuna cekilmelidir. Kod bulunamazsa islem reddedilir.
                    MOVE 'DPT-CODE NOT FOUND' TO RPT-MESSAGE
                    PERFORM 2950-WRITE-REJECT-LINE
                 NOT INVALID KEY
                    PERFORM 2350-DELETE-DEPT-REC
              END-READ
           END-IF.
       2300-END. EXIT.
      *Okunan bolum kaydini siler; kapatmada oldugu gibi hala aktif
      *donemi bulunan bolum silinmez, yoksa bu donemler ana dosyada
      *olmayan bir koda bagli kalirdi.
       2350-DELETE-DEPT-REC.
           PERFORM 2400-COUNT-ACTIVE-MEMBERS
           IF WS-ACTIVE-CNT > 0
              MOVE WS-ACTIVE-CNT   TO MSG-ACTIVE-CNT
              MOVE MSG-ACTIVE-AREA TO RPT-MESSAGE
              PERFORM 2950-WRITE-REJECT-LINE
           ELSE
              DELETE DEPT-MAST
                 INVALID KEY
                    MOVE 'DELETE FAILED' TO RPT-MESSAGE
                    PERFORM 2950-WRITE-REJECT-LINE
                 NOT INVALID KEY
                    MOVE 'DEPT DELETED' TO RPT-MESSAGE
                    PERFORM 2900-WRITE-APPLIED-LINE
              END-DELETE
           END-IF.
       2350-END. EXIT.
      *DATE-REC'i bastan sona okuyup REC-DEPT'i karttaki bolum olan
      *aktif donemleri WS-ACTIVE-CNT'ye sayar. Aktif donem PBHWORK2
      *ile ayni konvansiyonla REC-NDATE'i sifir ya da hep dokuz olan
      *(acik uclu) donemdir. ST-DATE-REC = 35 ana dosyanin hic
      *olusturulmadigi anlamina gelir; sayilacak donem yoktur.
       2400-COUNT-ACTIVE-MEMBERS.
           MOVE 0 TO WS-ACTIVE-CNT
           OPEN INPUT DATE-REC
           IF ST-DATE-REC NOT = 35
              IF (ST-DATE-REC NOT = 0) AND (ST-DATE-REC NOT = 97)
                 DISPLAY 'UNABLE TO OPEN DATEREC: ' ST-DATE-REC
                 MOVE ST-DATE-REC TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ DATE-REC
                 AT END
                    SET DATE-REC-EOF TO TRUE
              END-READ
              PERFORM 2410-COUNT-MEMBER UNTIL DATE-REC-EOF
              CLOSE DATE-REC
           END-IF.
       2400-END. EXIT.
      *Sayma dongusunun tek adimi: eldeki donemi sayar ve bir
      *sonrakini okur.
       2410-COUNT-MEMBER.
           IF REC-DEPT = DCD-CODE AND
              (REC-NDATE = ZERO OR REC-NDATE = 99999999)
              ADD 1 TO WS-ACTIVE-CNT
           END-IF
           READ DATE-REC
              AT END
                 SET DATE-REC-EOF TO TRUE
           END-READ.
       2410-END. EXIT.
      *Basariyla uygulanan bir islemi rapora yazar ve sayacini artirir.
       2900-WRITE-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-CNT
