      *isleminde sonra-goruntusu bosluk birakilir.
           03 JRN-BEFORE-IMAGE  PIC X(57).
           03 JRN-AFTER-IMAGE   PIC X(57).
      *Islemin kaynagi: T = TRANIN karti, P = PENDIN'den tarihi
      *gelip serbest birakilan kart (PBHMAINT), B = PBHBKOUT'un
      *geri alma kaydi. Alan eklenmeden once yazilmis eski
      *kayitlarda bosluktur.
           03 JRN-SOURCE        PIC X(01).
             88 JRN-SRC-TRANIN          VALUE 'T'.
             88 JRN-SRC-PENDIN          VALUE 'P'.
             88 JRN-SRC-BACKOUT         VALUE 'B'.
      *Islemi getiren TRANIN destesinin hazirlayicisi ve onaylayicisi
      *(destenin BATCHHDR baslik kartindan; serbest birakilan PENDIN
      *kartinda park edilirken kartla birlikte saklanan degerler).
      *PBHBKOUT geri almalarinda ve alanlar eklenmeden once yazilmis
      *eski kayitlarda bosluktur.
           03 JRN-PREPARER      PIC X(08).
           03 JRN-APPROVER      PIC X(08).
