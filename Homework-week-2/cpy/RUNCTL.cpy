      *RUNCTL - gece is akisinin adim sirasini koruyan tek kayitlik
      *cevrim kontrol dosyasinin ortak duzeni. PBHMAINT cevrimi acar
      *(tarihi yazar, tum bayraklari sifirlar), PBHWORK2 -> PBHBALNC
      *-> PBHREPT2 -> PBHDWEXP zincirindeki (ve PBHBALNC'den sonra
      *PBHDWEXP'ten once calisan PBHVARNC'deki) her adim acilista
      *oncelinin bayragina bakar, temiz kapanista kendi bayragini Y
      *yapar. Boylece bir adim onceli bitmeden ya da ayni cevrimde
      *ikinci kez calistirilamaz. REPLACING ile programa gore kayit
      *bosluk = henuz calismadi. PBHDWEXP uyumsuz bir cevrimde
      *ambara aktarim yapmayi bu alana bakarak reddeder.
           03 CYC-BALANCE-RESULT PIC X(01).
      *PBHVARNC'nin onceki cevrime gore sapma kontrolu bayragi: Y =
      *sapmalar toleranslar icinde kaldi (ya da parametre kartiyla
      *bilerek gecildi), N = henuz calismadi ya da tolerans asildi.
      *PBHDWEXP bu alan Y olmadan ambara aktarim yapmaz.
           03 CYC-VARNC-FLAG    PIC X(01).
