      *DHSREC - bolum atama gecmisi dosyasinin (DEPTHIST) ortak kayit
      *duzeni. PBHMAINT bir donemi eklediginde ya da bir duzeltme
      *karti donemin REC-DEPT'ini degistirdiginde, PBHBKOUT da bolum
      *degistiren bir duzeltmeyi geri aldiginda bir kayit ekler;
      *PBHDHIST bu kayitlardan calisanin her bolumde gecirdigi sureyi
      *raporlar. REPLACING ile programa gore kayit adi degistirilir.
       01  RECORD-NAME-TAG.
           03 DHS-KEY.
             05 DHS-REC-ID      PIC X(04).
             05 DHS-REC-SPELL   PIC 9(02).
      *Atamanin gecerli oldugu ilk gun: eklemede donemin baslangic
      *tarihi (TRN-DATE), duzeltmede kartin yururluk tarihi ya da
      *yururluk tarihi verilmemisse calisma tarihi.
           03 DHS-EFF-DATE      PIC 9(08).
      *Eski ve yeni bolum; donemin acilis kaydinda eski bolum
      *bosluktur.
           03 DHS-FROM-DEPT     PIC X(04).
           03 DHS-TO-DEPT       PIC X(04).
           03 DHS-RUN-DATE      PIC 9(08).
      *Kartin kaynagi (AUDITREC'teki JRN-SOURCE ile ayni kodlar:
      *T = TRANIN, P = serbest birakilan PENDIN, B = PBHBKOUT geri
      *almasi) ve action kodu. Geri almada gecerlilik tarihi calisma
      *tarihidir.
           03 DHS-SOURCE        PIC X(01).
           03 DHS-ACTION        PIC X(01).
             88 DHS-OPENING             VALUE 'A'.
             88 DHS-MOVE                VALUE 'C'.
