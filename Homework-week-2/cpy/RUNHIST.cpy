      *RUNHIST - gece is akisindaki her adimin her calistirmada bir
      *kayit ekledigi birikimli calisma gecmisi dosyasinin ortak
      *duzeni. RUNCTL yalnizca bu cevrimin bayraklarini tutar ve her
      *gece yeniden yazilir; gecmis ise hic silinmez ve PBHTREND'in
      *haftalik sure/hacim egilim raporu bundan uretilir. Adimlar
      *kaydi H999 cikisinda, donus kodu kesinlestikten sonra yazar.
      *REPLACING ile programa gore kayit adi degistirilir.
       01  RECORD-NAME-TAG.
      *Adimin ait oldugu cevrim: RUNCTL kullanan adimlarda CYC-DATE,
      *PBHMAINT ve RUNCTL kullanmayan yan islerde calisma tarihi.
           03 RHS-CYC-DATE      PIC 9(08).
           03 RHS-STEP-NAME     PIC X(08).
      *Baslangic ve bitis damgasi; saat HHMMSSss (ACCEPT FROM TIME).
           03 RHS-START-DATE    PIC 9(08).
           03 RHS-START-TIME    PIC 9(08).
           03 RHS-START-TIME-R REDEFINES RHS-START-TIME.
             05 RHS-START-HH    PIC 9(02).
             05 RHS-START-MI    PIC 9(02).
             05 RHS-START-SS    PIC 9(02).
             05 RHS-START-CC    PIC 9(02).
           03 RHS-END-DATE      PIC 9(08).
           03 RHS-END-TIME      PIC 9(08).
           03 RHS-END-TIME-R REDEFINES RHS-END-TIME.
             05 RHS-END-HH      PIC 9(02).
             05 RHS-END-MI      PIC 9(02).
             05 RHS-END-SS      PIC 9(02).
             05 RHS-END-CC      PIC 9(02).
           03 RHS-RETURN-CODE   PIC 9(04).
      *C = temiz baslangic, R = checkpoint'ten devam eden restart
      *(PBHWORK2). Ayni cevrimde ayni adimin ikinci kaydi da yeniden
      *calistirma sayilir; PBHTREND bunu ayrica isaretler.
           03 RHS-RUN-TYPE      PIC X(01).
             88 RHS-CLEAN-RUN           VALUE 'C'.
             88 RHS-RESTART-RUN         VALUE 'R'.
      *Adimin ana sayaclari; ilk sayac adimin hacmidir (egilim raporu
      *onu izler), digerleri adima gore:
      *  PBHMAINT uygulanan/reddedilen/serbest birakilan/park edilen/
      *           bekletilen kart
      *  PBHWORK2 CTLTOT ile ayni: okunan/PRTLINE/istisna/suspense
      *  PBHBALNC PRTLINE/istisna/suspense fiziksel sayimi/uc ciktinin
      *           toplami
      *  PBHVARNC bu cevrim/onceki kopya/yeni+kaybolan/durum+bolum/
      *           REC-LDAY sapmasi
      *  PBHREPT2 basilan kayit/sayfa
      *  PBHDWEXP aktarilan detay kaydi
      *  PBHDELTA secilen jurnal/detay/ekleme/degisiklik/silme
      *  PBHAPPRV kart/onaylanan/reddedilen deste/basliksiz kart/
      *           eslesmeyen onay
      *  PBHHRACK gonderilen/kabul/red/alindisiz/sahipsiz alindi
      *  PBHDUPCK taranan kayit/tam/cakisan/ayrik donem
      *  PBHSUSP  duzeltme karti/duzeltilen/kalan suspense
      *  PBHONLQ  kuyruktan alinan kart/olusturulan deste
           03 RHS-COUNT-1       PIC 9(09).
           03 RHS-COUNT-2       PIC 9(09).
           03 RHS-COUNT-3       PIC 9(09).
           03 RHS-COUNT-4       PIC 9(09).
           03 RHS-COUNT-5       PIC 9(09).
           03 FILLER            PIC X(02).
