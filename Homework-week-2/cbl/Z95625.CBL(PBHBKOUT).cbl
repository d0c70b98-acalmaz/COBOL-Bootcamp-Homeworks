      *tarihi + istege bagli REC-ID araligi.
           SELECT BKOUT-REQ  ASSIGN TO BKREQ
                             STATUS ST-BKOUT-REQ.
      *DEPT-HIST, bolum atama gecmisidir (bkz. DHSREC kopya kitabi):
      *geri alinan bir duzeltme donemin bolumunu eski haline
      *dondurdugunde buraya bir tasinma kaydi eklenir ki PBHDHIST'in
      *izledigi gecmis ana dosyayla ayni bolumde bitsin. AUDIT-JRN
      *gibi geri alma boyunca EXTEND ile acik tutulur.
           SELECT DEPT-HIST  ASSIGN TO DEPTHIST
                             STATUS ST-DEPT-HIST.
           SELECT BKOUT-RPT  ASSIGN TO BKOUTRPT
                             STATUS ST-BKOUT-RPT.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *Denetim jurnal kaydinin duzeni PBHMAINT/PBHAUDRP ile ortak
      *oldugundan AUDITREC kopya kitabindan alinir.
           COPY AUDITREC REPLACING ==RECORD-NAME-TAG== BY ==AUDIT-REC==.
       FD  DEPT-HIST RECORDING MODE F.
      *Atama gecmisi kaydinin duzeni PBHMAINT/PBHDHIST ile ortak
      *oldugundan DHSREC kopya kitabindan alinir.
           COPY DHSREC REPLACING ==RECORD-NAME-TAG==
                                  BY ==DEPT-HIST-REC==.
       FD  BKOUT-REQ RECORDING MODE F.
      *Tek kayitlik istek karti: calisma tarihi zorunlu, REC-ID
      *araligi istege bagli (bos birakilan uc acik sayilir).
           03 ST-DATE-REC        PIC 9(2).
           03 ST-AUDIT-JRN       PIC 9(2).
           88 AUDIT-JRN-EOF                  VALUE 10.
           03 ST-DEPT-HIST       PIC 9(2).
           03 ST-BKOUT-REQ       PIC 9(2).
           03 ST-BKOUT-RPT       PIC 9(2).
           03 WS-OPEN-OK-SW      PIC X(01) VALUE 'N'.
      *kullanilan anahtarlar/goruntuler icin calisma alanlari.
           03 WS-CUR-IMAGE       PIC X(57).
           03 WS-RESTORED-IMAGE  PIC X(57).
      *Geri alinan duzeltmenin sonra-goruntusu; REC-DEPT ile ayni
      *konumdaki bolum, geri yazilan kaydin bolumuyle karsilastirilir.
           03 WS-AFTER-IMAGE.
             05 FILLER           PIC X(52).
             05 WS-AFTER-DEPT    PIC X(04).
             05 FILLER           PIC X(01).
      *Ana dosya okumasinin sonucu; 2500-READ-MASTER doldurur.
           03 WS-MST-FOUND-SW    PIC X(01).
             88 WS-MST-FOUND            VALUE 'Y'.
           03 WS-SELECTED-CNT    PIC 9(06) COMP VALUE 0.
           03 WS-REVERSED-CNT    PIC 9(06) COMP VALUE 0.
           03 WS-SKIPPED-CNT     PIC 9(06) COMP VALUE 0.
           03 WS-DEPT-HIST-CNT   PIC 9(06) COMP VALUE 0.
      *Kutuk basligi satirlari.
         01  HDR-LINE-1.
           03 FILLER             PIC X(10) VALUE 'PBHBKOUT'.
       2100-END. EXIT.
      *Secilen girisleri tablonun SONUNDAN basina dogru tek tek geri
      *alir; hic giris secilmediyse bunu kutuge yazar. Geri alinan
      *islemlerin yeni jurnal kayitlari icin jurnal, bolum geri
      *donuslerinin tasinma kayitlari icin atama gecmisi EXTEND
      *acilir.
       3000-APPLY-BACKOUTS.
           IF WS-BK-CNT = 0
              MOVE SPACES TO BKOUT-RPT-LINE
                 MOVE ST-AUDIT-JRN TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              OPEN EXTEND DEPT-HIST
              IF (ST-DEPT-HIST NOT = 0) AND (ST-DEPT-HIST NOT = 97)
                 DISPLAY 'UNABLE TO EXTEND DEPTHIST: ' ST-DEPT-HIST
                 MOVE ST-DEPT-HIST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM 3100-REVERSE-ONE-ENTRY
                 VARYING WS-BK-IX FROM WS-BK-CNT BY -1
                 UNTIL WS-BK-IX < 1
              CLOSE AUDIT-JRN
              CLOSE DEPT-HIST
           END-IF.
       3000-END. EXIT.
      *Tek bir jurnal girisini action koduna gore ters cevirir:
      *Duzeltmeyi geri alir: kayit, sonra-goruntusuyle hala birebir
      *ayniysa once-goruntusune dondurulur; bu arada baskasi
      *degistirmisse dokunulmaz. Kayit silinmisse once-goruntusu
      *yeniden yazilir. Her iki durumda da bolum geri donduyse atama
      *gecmisine bir tasinma kaydi eklenir (3600).
       3300-REVERSE-CHANGE.
           MOVE BKT-ID (WS-BK-IX)    TO REC-ID
           MOVE BKT-SPELL (WS-BK-IX) TO REC-SPELL
                       MOVE BKT-BEFORE (WS-BK-IX)
                          TO WS-RESTORED-IMAGE
                       PERFORM 3500-WRITE-BACKOUT-JOURNAL
                       PERFORM 3600-WRITE-DEPT-HISTORY
                 END-REWRITE
              END-IF
           ELSE
                    ADD 1 TO WS-REVERSED-CNT
                    MOVE BKT-BEFORE (WS-BK-IX) TO WS-RESTORED-IMAGE
                    PERFORM 3500-WRITE-BACKOUT-JOURNAL
                    PERFORM 3600-WRITE-DEPT-HISTORY
              END-WRITE
           END-IF.
       3300-END. EXIT.
      *ANINDAKI kayit, sonra-goruntusu geri yazilan iceriktir.
      *Action kodu ters islemin kodudur (A'nin tersi D, C'nin tersi
      *C, D'nin tersi A), boylece backout kaydi da gerekirse ayni
      *programla geri alinabilir. Geri alma bir TRANIN destesinden
      *gelmediginden hazirlayici/onaylayici alanlari bos birakilir.
       3500-WRITE-BACKOUT-JOURNAL.
           MOVE WS-RUN-DATE          TO JRN-RUN-DATE
           EVALUATE BKT-ACTION (WS-BK-IX)
           MOVE BKT-SPELL (WS-BK-IX) TO JRN-REC-SPELL
           MOVE WS-CUR-IMAGE         TO JRN-BEFORE-IMAGE
           MOVE WS-RESTORED-IMAGE    TO JRN-AFTER-IMAGE
           SET JRN-SRC-BACKOUT       TO TRUE
           MOVE SPACES               TO JRN-PREPARER
           MOVE SPACES               TO JRN-APPROVER
           WRITE AUDIT-REC.
       3500-END. EXIT.
      *Geri alinan duzeltme donemin bolumunu degistirmisse (sonra-
      *goruntusundeki bolum geri yazilan once-goruntusundekinden
      *farkliysa) atama gecmisine bir tasinma kaydi ekler: eski bolum
      *duzeltmenin getirdigi, yeni bolum geri donulen bolumdur ve
      *gecerlilik tarihi calisma tarihidir. Kaynak kodu AUDITREC'teki
      *gibi B'dir; PBHDHIST kaydi diger tasinmalar gibi isler.
      *Cagrildiginda DATEIN geri yazilan once-goruntusunu tasir.
       3600-WRITE-DEPT-HISTORY.
           MOVE BKT-AFTER (WS-BK-IX) TO WS-AFTER-IMAGE
           IF WS-AFTER-DEPT NOT = REC-DEPT
              MOVE BKT-ID (WS-BK-IX)    TO DHS-REC-ID
              MOVE BKT-SPELL (WS-BK-IX) TO DHS-REC-SPELL
              MOVE WS-RUN-DATE          TO DHS-EFF-DATE
              MOVE WS-AFTER-DEPT        TO DHS-FROM-DEPT
              MOVE REC-DEPT             TO DHS-TO-DEPT
              MOVE WS-RUN-DATE          TO DHS-RUN-DATE
              MOVE 'B'                  TO DHS-SOURCE
              SET DHS-MOVE              TO TRUE
              WRITE DEPT-HIST-REC
              ADD 1 TO WS-DEPT-HIST-CNT
           END-IF.
       3600-END. EXIT.
      *Ozet satirini basar, sayaclari gosterir ve dosyalari kapatir;
      *atlanan giris varsa RETURN-CODE 4 ile biter ki operator
      *kutugu gozden gecirsin.
           DISPLAY 'PBHBKOUT - SELECTED : ' WS-SELECTED-CNT
           DISPLAY 'PBHBKOUT - REVERSED : ' WS-REVERSED-CNT
           DISPLAY 'PBHBKOUT - SKIPPED  : ' WS-SKIPPED-CNT
           DISPLAY 'PBHBKOUT - DEPT HIST: ' WS-DEPT-HIST-CNT
           IF WS-SKIPPED-CNT > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
