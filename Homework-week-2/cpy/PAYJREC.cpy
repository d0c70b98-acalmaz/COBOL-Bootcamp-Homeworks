      *PAYJREC - PBHPAYMT'in her uygulanan ucret islemi icin yazdigi
      *ucret jurnal kaydinin ortak duzeni (AUDITREC'in ucret ana
      *dosyasi karsiligi). REPLACING ile programa gore kayit adi
      *degistirilir.
       01  RECORD-NAME-TAG.
           03 PJR-RUN-DATE      PIC 9(08).
           03 PJR-ACTION        PIC X(01).
           03 PJR-ID            PIC X(04).
           03 PJR-SPELL         PIC 9(02).
      *Islem uygulanmadan onceki ve uygulandiktan sonraki PAYMAST
      *goruntusu (PAYREC, 26 byte). Ekleme (A) isleminde
      *once-goruntusu, silme (D) isleminde sonra-goruntusu bosluk
      *birakilir.
           03 PJR-BEFORE-IMAGE  PIC X(26).
           03 PJR-AFTER-IMAGE   PIC X(26).
