      *HOLREC - resmi tatil takvimi ana dosyasinin (HOLMAST) ortak
      *kayit duzeni. PBHHOLMT yillik kartlarla bakimini yapar;
      *PBHWORK2 her donemin is gunu hizmetini bu takvimle hesaplar.
      *REPLACING ile programa gore kayit adi degistirilir.
       01  RECORD-NAME-TAG.
      *Anahtar yil + tarihtir; her yilin basinda tarihi sifir olan
      *bir yil kaydi bulunur ve takvimin o yil icin girildigini
      *(tatili olmasa bile yilin eksik olmadigini) belgeler.
           03 HOL-KEY.
             05 HOL-YEAR        PIC 9(04).
             05 HOL-DATE        PIC 9(08).
           03 HOL-DESC          PIC X(20).
      *Kayit turu: Y = yil kaydi, T = tam gun resmi tatil.
           03 HOL-TYPE          PIC X(01).
             88 HOL-TYPE-YEAR            VALUE 'Y'.
             88 HOL-TYPE-HOLIDAY         VALUE 'T'.
