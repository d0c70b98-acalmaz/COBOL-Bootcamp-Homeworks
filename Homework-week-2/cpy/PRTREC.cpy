      *Kaydin bolum/masraf yeri kodu; raporlamada bolum bazinda ara
      *toplam icin tasinir.
           03 REC-DEPT-O        PIC X(04).
      *Donemin is gunu hizmeti: REC-LDAY-O ile ayni yari acik
      *aralikta (baslangic dahil, bitis/as-of haric) hafta sonlari
      *ve HOLMAST takvimindeki resmi tatiller dusulerek sayilan gun.
           03 REC-WDAYS-O       PIC 9(08).
