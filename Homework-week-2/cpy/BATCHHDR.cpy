      *BATCHHDR - TRANIN destesinin baslik kartinin duzeni. Her deste
      *bu kartla baslar; hazirlayan operator kimligini ve destedeki
      *islem kartlarinin kontrol sayisini yazar, PBHAPPRV onay
      *adiminda farkli bir onaylayicinin kimligi ve onay tarihi
      *damgalanir. Kart TRANREC ile ayni boydadir (66 byte) ve ilk
      *bayt TRN-ACTION'in yerindedir; PBHMAINT 'H' gordugu karti
      *islem karti degil deste basligi olarak okur. REPLACING ile
      *programa gore kayit adi degistirilir.
       01  RECORD-NAME-TAG.
           03 BTH-REC-TYPE      PIC X(01).
             88 BTH-HEADER              VALUE 'H'.
           03 BTH-BATCH-ID      PIC X(08).
           03 BTH-PREPARER      PIC X(08).
           03 BTH-PREP-DATE     PIC X(08).
      *Basligi izleyen (bir sonraki basliga ya da dosya sonuna
      *kadar) islem kartlarinin sayisi.
           03 BTH-CARD-COUNT    PIC 9(05).
      *Onay damgasi; hazirlayici bos birakir, PBHAPPRV doldurur.
      *Onaylayici bos ya da hazirlayiciyla ayni ise deste onaysiz
      *sayilir.
           03 BTH-APPROVER      PIC X(08).
           03 BTH-APPR-DATE     PIC X(08).
           03 FILLER            PIC X(20).
