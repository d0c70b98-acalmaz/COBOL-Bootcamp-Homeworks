           03 FILLER             PIC X(03) VALUE ' - '.
           03 RQH-TO-DATE        PIC 9(08).
           03 FILLER             PIC X(97) VALUE SPACES.
      *Eslesen her jurnal kaydi icin ilk satir: calisma tarihi, action,
      *once-goruntusu ve degisikligi giren (destenin hazirlayicisi).
         01  DET-BEFORE-LINE.
           03 DTB-RUN-DATE       PIC 9(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DTB-DEPT           PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DTB-STAT           PIC X(01).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE 'GIREN: '.
           03 DTB-PREPARER       PIC X(08).
           03 FILLER             PIC X(31) VALUE SPACES.
      *Ikinci satir: sonra-goruntusu, ust satirla ayni kolonlarda, ve
      *destenin onaylayicisi.
         01  DET-AFTER-LINE.
           03 FILLER             PIC X(22) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE 'YENI: '.
           03 DTA-DEPT           PIC X(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 DTA-STAT           PIC X(01).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE 'ONAY : '.
           03 DTA-APPROVER       PIC X(08).
           03 FILLER             PIC X(31) VALUE SPACES.
         01  NO-MATCH-LINE.
           03 FILLER             PIC X(132) VALUE
                                  '  KAYIT BULUNAMADI'.
           MOVE BEF-NDATE        TO DTB-NDATE
           MOVE BEF-DEPT         TO DTB-DEPT
           MOVE BEF-STAT         TO DTB-STAT
           MOVE JRN-PREPARER     TO DTB-PREPARER
           MOVE AFT-NAME         TO DTA-NAME
           MOVE AFT-SRNAME       TO DTA-SRNAME
           MOVE AFT-DATE         TO DTA-DATE
           MOVE AFT-NDATE        TO DTA-NDATE
           MOVE AFT-DEPT         TO DTA-DEPT
           MOVE AFT-STAT         TO DTA-STAT
           MOVE JRN-APPROVER     TO DTA-APPROVER
           MOVE DET-BEFORE-LINE  TO AUDIT-RPT-LINE
           WRITE AUDIT-RPT-LINE
           MOVE DET-AFTER-LINE   TO AUDIT-RPT-LINE
