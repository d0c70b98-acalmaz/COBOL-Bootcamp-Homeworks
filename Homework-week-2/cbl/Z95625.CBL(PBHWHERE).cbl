             05 JL5-RUN-DATE     PIC 9(08).
             05 JL5-ACTION       PIC X(01).
             05 JL5-SPELL        PIC 9(02).
             05 JL5-PREPARER     PIC X(08).
             05 JL5-APPROVER     PIC X(08).
      *Sayfa basligi ve kaynak bolum basliklari.
         01  PAGE-HDR-LINE.
           03 FILLER             PIC X(10) VALUE 'PBHWHERE'.
           03 FILLER             PIC X(01) VALUE '-'.
           03 ARL-NDATE          PIC 9(08).
           03 FILLER             PIC X(93) VALUE SPACES.
      *Jurnal satiri: calisma tarihi, action, donem ve degisikligi
      *giren/onaylayan.
         01  JRN-LINE.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 JRL-RUN-DATE       PIC 9(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE 'DONEM '.
           03 JRL-SPELL          PIC 9(02).
           03 FILLER             PIC X(08) VALUE '  GIREN '.
           03 JRL-PREPARER       PIC X(08).
           03 FILLER             PIC X(07) VALUE '  ONAY '.
           03 JRL-APPROVER       PIC X(08).
           03 FILLER             PIC X(78) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
              MOVE JRN-RUN-DATE  TO JL5-RUN-DATE (WS-JL5-CNT)
              MOVE JRN-ACTION    TO JL5-ACTION (WS-JL5-CNT)
              MOVE JRN-REC-SPELL TO JL5-SPELL (WS-JL5-CNT)
              MOVE JRN-PREPARER  TO JL5-PREPARER (WS-JL5-CNT)
              MOVE JRN-APPROVER  TO JL5-APPROVER (WS-JL5-CNT)
           END-IF
           READ AUDIT-JRN
              AT END
           MOVE JL5-RUN-DATE (WS-JL5-IX) TO JRL-RUN-DATE
           MOVE JL5-ACTION (WS-JL5-IX)   TO JRL-ACTION
           MOVE JL5-SPELL (WS-JL5-IX)    TO JRL-SPELL
           MOVE JL5-PREPARER (WS-JL5-IX) TO JRL-PREPARER
           MOVE JL5-APPROVER (WS-JL5-IX) TO JRL-APPROVER
           WRITE WHERE-RPT-LINE FROM JRN-LINE
              AFTER ADVANCING 1.
       6300-END. EXIT.
