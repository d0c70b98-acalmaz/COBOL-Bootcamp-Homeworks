      *PBHOMS - PBHOMS BMS harita kumesinin sembolik haritasi
      *(Z95625.BMS(PBHOMS) kaynagindan uretilir; elle degistirilmez,
      *harita kaynagiyla birlikte yenilenir). PBHCINQ PBHINQM'i,
      *PBHCENT PBHENTM'i kullanir.
       01  PBHINQMI.
           02  FILLER PIC X(12).
           02  IDATL    COMP  PIC  S9(4).
           02  IDATF    PICTURE X.
           02  FILLER REDEFINES IDATF.
             03 IDATA    PICTURE X.
           02  IDATI  PIC X(8).
           02  IIDL    COMP  PIC  S9(4).
           02  IIDF    PICTURE X.
           02  FILLER REDEFINES IIDF.
             03 IIDA    PICTURE X.
           02  IIDI  PIC X(4).
           02  ISRNL    COMP  PIC  S9(4).
           02  ISRNF    PICTURE X.
           02  FILLER REDEFINES ISRNF.
             03 ISRNA    PICTURE X.
           02  ISRNI  PIC X(15).
           02  DFHMS1 OCCURS 12 TIMES.
             03  ILNL    COMP  PIC  S9(4).
             03  ILNF    PICTURE X.
             03  ILNI  PIC X(79).
           02  IMSGL    COMP  PIC  S9(4).
           02  IMSGF    PICTURE X.
           02  FILLER REDEFINES IMSGF.
             03 IMSGA    PICTURE X.
           02  IMSGI  PIC X(79).
       01  PBHINQMO REDEFINES PBHINQMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  IDATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  IIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ISRNO  PIC X(15).
           02  DFHMS2 OCCURS 12 TIMES.
             03  FILLER PICTURE X(2).
             03  ILNA    PICTURE X.
             03  ILNO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  IMSGO  PIC X(79).
       01  PBHENTMI.
           02  FILLER PIC X(12).
           02  EDATL    COMP  PIC  S9(4).
           02  EDATF    PICTURE X.
           02  FILLER REDEFINES EDATF.
             03 EDATA    PICTURE X.
           02  EDATI  PIC X(8).
           02  EACTL    COMP  PIC  S9(4).
           02  EACTF    PICTURE X.
           02  FILLER REDEFINES EACTF.
             03 EACTA    PICTURE X.
           02  EACTI  PIC X(1).
           02  EIDL    COMP  PIC  S9(4).
           02  EIDF    PICTURE X.
           02  FILLER REDEFINES EIDF.
             03 EIDA    PICTURE X.
           02  EIDI  PIC X(4).
           02  ESPLL    COMP  PIC  S9(4).
           02  ESPLF    PICTURE X.
           02  FILLER REDEFINES ESPLF.
             03 ESPLA    PICTURE X.
           02  ESPLI  PIC X(2).
           02  ENAML    COMP  PIC  S9(4).
           02  ENAMF    PICTURE X.
           02  FILLER REDEFINES ENAMF.
             03 ENAMA    PICTURE X.
           02  ENAMI  PIC X(15).
           02  ESRNL    COMP  PIC  S9(4).
           02  ESRNF    PICTURE X.
           02  FILLER REDEFINES ESRNF.
             03 ESRNA    PICTURE X.
           02  ESRNI  PIC X(15).
           02  EBASL    COMP  PIC  S9(4).
           02  EBASF    PICTURE X.
           02  FILLER REDEFINES EBASF.
             03 EBASA    PICTURE X.
           02  EBASI  PIC X(8).
           02  EBITL    COMP  PIC  S9(4).
           02  EBITF    PICTURE X.
           02  FILLER REDEFINES EBITF.
             03 EBITA    PICTURE X.
           02  EBITI  PIC X(8).
           02  EDPTL    COMP  PIC  S9(4).
           02  EDPTF    PICTURE X.
           02  FILLER REDEFINES EDPTF.
             03 EDPTA    PICTURE X.
           02  EDPTI  PIC X(4).
           02  EDDSL    COMP  PIC  S9(4).
           02  EDDSF    PICTURE X.
           02  FILLER REDEFINES EDDSF.
             03 EDDSA    PICTURE X.
           02  EDDSI  PIC X(20).
           02  ESTAL    COMP  PIC  S9(4).
           02  ESTAF    PICTURE X.
           02  FILLER REDEFINES ESTAF.
             03 ESTAA    PICTURE X.
           02  ESTAI  PIC X(1).
           02  EEFFL    COMP  PIC  S9(4).
           02  EEFFF    PICTURE X.
           02  FILLER REDEFINES EEFFF.
             03 EEFFA    PICTURE X.
           02  EEFFI  PIC X(8).
           02  ECNTL    COMP  PIC  S9(4).
           02  ECNTF    PICTURE X.
           02  FILLER REDEFINES ECNTF.
             03 ECNTA    PICTURE X.
           02  ECNTI  PIC X(4).
           02  EMSGL    COMP  PIC  S9(4).
           02  EMSGF    PICTURE X.
           02  FILLER REDEFINES EMSGF.
             03 EMSGA    PICTURE X.
           02  EMSGI  PIC X(79).
       01  PBHENTMO REDEFINES PBHENTMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  EDATO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ESPLO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  ENAMO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  ESRNO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  EBASO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EBITO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  EDPTO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  EDDSO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ESTAO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EEFFO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ECNTO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  EMSGO  PIC X(79).
