       01  DLG1AB2I.
           02  FILLER PIC X(12).
           02  TRANIDL    COMP  PIC  S9(4).
           02  TRANIDF    PICTURE X.
           02  FILLER REDEFINES TRANIDF.
             03 TRANIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRANIDI  PIC X(4).
           02  CUSTNOL    COMP  PIC  S9(4).
           02  CUSTNOF    PICTURE X.
           02  FILLER REDEFINES CUSTNOF.
             03 CUSTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CUSTNOI  PIC X(6).
           02  LNAMEL    COMP  PIC  S9(4).
           02  LNAMEF    PICTURE X.
           02  FILLER REDEFINES LNAMEF.
             03 LNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LNAMEI  PIC X(30).
           02  FNAMEL    COMP  PIC  S9(4).
           02  FNAMEF    PICTURE X.
           02  FILLER REDEFINES FNAMEF.
             03 FNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FNAMEI  PIC X(20).
           02  DLG-LINE OCCURS 10 TIMES.
             03  EVDATL    COMP  PIC  S9(4).
             03  EVDATF    PICTURE X.
             03  FILLER REDEFINES EVDATF.
               04 EVDATA    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  EVDATI  PIC X(8).
             03  EVTIML    COMP  PIC  S9(4).
             03  EVTIMF    PICTURE X.
             03  FILLER REDEFINES EVTIMF.
               04 EVTIMA    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  EVTIMI  PIC X(6).
             03  DOCTYPL    COMP  PIC  S9(4).
             03  DOCTYPF    PICTURE X.
             03  FILLER REDEFINES DOCTYPF.
               04 DOCTYPA    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  DOCTYPI  PIC X(2).
             03  DOCNOL    COMP  PIC  S9(4).
             03  DOCNOF    PICTURE X.
             03  FILLER REDEFINES DOCNOF.
               04 DOCNOA    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  DOCNOI  PIC X(14).
             03  EVENTL    COMP  PIC  S9(4).
             03  EVENTF    PICTURE X.
             03  FILLER REDEFINES EVENTF.
               04 EVENTA    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  EVENTI  PIC X(1).
             03  EVTXTL    COMP  PIC  S9(4).
             03  EVTXTF    PICTURE X.
             03  FILLER REDEFINES EVTXTF.
               04 EVTXTA    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  EVTXTI  PIC X(40).
           02  MESSAGEL    COMP  PIC  S9(4).
           02  MESSAGEF    PICTURE X.
           02  FILLER REDEFINES MESSAGEF.
             03 MESSAGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MESSAGEI  PIC X(79).
           02  FKEYL    COMP  PIC  S9(4).
           02  FKEYF    PICTURE X.
           02  FILLER REDEFINES FKEYF.
             03 FKEYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FKEYI  PIC X(40).
           02  DUMMYL    COMP  PIC  S9(4).
           02  DUMMYF    PICTURE X.
           02  FILLER REDEFINES DUMMYF.
             03 DUMMYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DUMMYI  PIC X(1).
       01  DLG1AB2O REDEFINES DLG1AB2I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRANIDC    PICTURE X.
           02  TRANIDH    PICTURE X.
           02  TRANIDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CUSTNOC    PICTURE X.
           02  CUSTNOH    PICTURE X.
           02  CUSTNOO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  LNAMEC    PICTURE X.
           02  LNAMEH    PICTURE X.
           02  LNAMEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  FNAMEC    PICTURE X.
           02  FNAMEH    PICTURE X.
           02  FNAMEO  PIC X(20).
           02  DLG-LINE-O OCCURS 10 TIMES.
             03  FILLER PICTURE X(3).
             03  EVDATC    PICTURE X.
             03  EVDATH    PICTURE X.
             03  EVDATO  PIC X(8).
             03  FILLER PICTURE X(3).
             03  EVTIMC    PICTURE X.
             03  EVTIMH    PICTURE X.
             03  EVTIMO  PIC X(6).
             03  FILLER PICTURE X(3).
             03  DOCTYPC    PICTURE X.
             03  DOCTYPH    PICTURE X.
             03  DOCTYPO  PIC X(2).
             03  FILLER PICTURE X(3).
             03  DOCNOC    PICTURE X.
             03  DOCNOH    PICTURE X.
             03  DOCNOO  PIC X(14).
             03  FILLER PICTURE X(3).
             03  EVENTC    PICTURE X.
             03  EVENTH    PICTURE X.
             03  EVENTO  PIC X(1).
             03  FILLER PICTURE X(3).
             03  EVTXTC    PICTURE X.
             03  EVTXTH    PICTURE X.
             03  EVTXTO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MESSAGEC    PICTURE X.
           02  MESSAGEH    PICTURE X.
           02  MESSAGEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  FKEYC    PICTURE X.
           02  FKEYH    PICTURE X.
           02  FKEYO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  DUMMYC    PICTURE X.
           02  DUMMYH    PICTURE X.
           02  DUMMYO  PIC X(1).
