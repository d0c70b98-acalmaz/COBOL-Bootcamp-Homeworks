      *PAYREC - ucret/kademe ana dosyasi (PAYMAST) kaydinin ortak
      *duzeni. PBHPAYMT kartlarla gunceller, PBHKIDEM kidem
      *tazminati karsiligi icin okur; REPLACING ile programa gore
      *kayit adi degistirilir.
       01  RECORD-NAME-TAG.
      *Ana dosya anahtari DATE-REC'inkiyle aynidir: calisan kimligi
      *+ istihdam donemi. Ucret donem bazinda tutulur ki yeniden ise
      *girenin eski donemindeki ucret yeni donemi etkilemesin.
           03 PAY-KEY.
             05 PAY-ID          PIC X(4).
             05 PAY-SPELL       PIC 9(02).
      *Aylik brut ucret (TL, iki ondalik hane).
           03 PAY-GROSS         PIC 9(07)V9(02).
      *Ucret kademesi/derecesi; bordro tarafinin kodudur, bu sistem
      *yalnizca bos olmamasini edit eder.
           03 PAY-GRADE         PIC X(03).
      *Brut ucretin yururluge girdigi tarih (YYYYAAGG).
           03 PAY-EFF-DATE      PIC 9(08).
