           02  FILLER REDEFINES SUBPRDF.
             03 SUBPRDA    PICTURE X.
           02  SUBPRDI  PIC X(10).
           02  INSPL    COMP  PIC  S9(4).
           02  INSPF    PICTURE X.
           02  FILLER REDEFINES INSPF.
             03 INSPA    PICTURE X.
           02  INSPI  PIC X(01).
           02  WARRL    COMP  PIC  S9(4).
           02  WARRF    PICTURE X.
           02  FILLER REDEFINES WARRF.
             03 WARRA    PICTURE X.
           02  WARRI  PIC X(02).
           02  TARIFFL    COMP  PIC  S9(4).
           02  TARIFFF    PICTURE X.
           02  FILLER REDEFINES TARIFFF.
             03 TARIFFA    PICTURE X.
           02  TARIFFI  PIC X(10).
           02  ORIGINL    COMP  PIC  S9(4).
           02  ORIGINF    PICTURE X.
           02  FILLER REDEFINES ORIGINF.
             03 ORIGINA    PICTURE X.
           02  ORIGINI  PIC X(03).
           02  HAZUNL    COMP  PIC  S9(4).
           02  HAZUNF    PICTURE X.
           02  FILLER REDEFINES HAZUNF.
             03 HAZUNA    PICTURE X.
           02  HAZUNI  PIC X(06).
           02  HAZCLSL    COMP  PIC  S9(4).
           02  HAZCLSF    PICTURE X.
           02  FILLER REDEFINES HAZCLSF.
             03 HAZCLSA    PICTURE X.
           02  HAZCLSI  PIC X(04).
           02  HAZPGL    COMP  PIC  S9(4).
           02  HAZPGF    PICTURE X.
           02  FILLER REDEFINES HAZPGF.
             03 HAZPGA    PICTURE X.
           02  HAZPGI  PIC X(03).
           02  HAZNAMEL    COMP  PIC  S9(4).
           02  HAZNAMEF    PICTURE X.
           02  FILLER REDEFINES HAZNAMEF.
             03 HAZNAMEA    PICTURE X.
           02  HAZNAMEI  PIC X(50).
           02  HAZCONL    COMP  PIC  S9(4).
           02  HAZCONF    PICTURE X.
           02  FILLER REDEFINES HAZCONF.
             03 HAZCONA    PICTURE X.
           02  HAZCONI  PIC X(25).
           02  HAZPHNL    COMP  PIC  S9(4).
           02  HAZPHNF    PICTURE X.
           02  FILLER REDEFINES HAZPHNF.
             03 HAZPHNA    PICTURE X.
           02  HAZPHNI  PIC X(15).
           02  MSG2L    COMP  PIC  S9(4).
           02  MSG2F    PICTURE X.
           02  FILLER REDEFINES MSG2F.
