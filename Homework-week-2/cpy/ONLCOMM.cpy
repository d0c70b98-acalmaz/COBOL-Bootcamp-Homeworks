      *ONLCOMM - cevrimici sorgu (PBHCINQ) ve islem girisi (PBHCENT)
      *programlarinin ortak COMMAREA duzeni. Iki program birbirine
      *XCTL ile gecerken ayni alani tasir; OCA-OWNER alani son
      *ekrani gonderen programin adidir, farkliysa alan ilk giris
      *gibi yorumlanir. REPLACING ile programa gore kayit adi
      *degistirilir.
       01  RECORD-NAME-TAG.
           03 OCA-OWNER         PIC X(08).
      *Son sorgu: REC-ID ya da soyadi, su ana kadar gosterilen donem
      *sayisi ve listenin devami olup olmadigi (PF8 sayfalama).
           03 OCA-INQ-ID        PIC X(04).
           03 OCA-INQ-SRNAME    PIC X(15).
           03 OCA-INQ-SHOWN     PIC 9(04).
           03 OCA-INQ-MORE-SW   PIC X(01).
             88 OCA-INQ-MORE            VALUE 'Y'.
             88 OCA-INQ-NO-MORE         VALUE 'N'.
      *Bu oturumda kuyruga alinan islem sayisi.
           03 OCA-ENT-QUEUED    PIC 9(04).
           03 FILLER            PIC X(14).
