      *ONLQREC - cevrimici islem kuyrugunun (CICS PBHQ gecici veri
      *kuyrugu, gece ONLQUEUE olarak okunur) ortak kayit duzeni.
      *PBHCENT ekranindan girilip editleri gecen her A/C/D islemi
      *icin bir kayit yazar; PBHONLQ kayitlari girisi yapan memura
      *gore desteler halinde TRANPREP'e aktarir. REPLACING ile
      *programa gore kayit adi degistirilir.
       01  RECORD-NAME-TAG.
      *TRANIN islem kartinin (TRANREC, 66 byte) aynen kendisi.
           03 ONQ-CARD          PIC X(66).
      *Islemi giren memurun CICS kullanici kimligi; destenin
      *hazirlayicisi (BTH-PREPARER) olur.
           03 ONQ-CLERK         PIC X(08).
           03 ONQ-TERMID        PIC X(04).
      *Girisin yapildigi an; deste icinde kartlar bu sirayla dizilir.
           03 ONQ-ENTRY-DATE    PIC 9(08).
           03 ONQ-ENTRY-TIME    PIC 9(06).
           03 FILLER            PIC X(08).
