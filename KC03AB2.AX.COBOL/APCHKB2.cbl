       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCHKB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    ACCOUNTS PAYABLE CHECK RUN.  APVEAB2 PUTS VOUCHERS ON FILE
      *    AND APAGEB2 AGES THEM; THIS IS THE RUN THAT PAYS THEM.
      *    ONE CONTROL CARD DRIVES IT, PREVIEW-THEN-APPLY LIKE THE
      *    REORDER POINT RECALCULATION (ROPCLB2):
      *
      *      COL 1     MODE     P=PREVIEW (REGISTER ONLY), A=APPLY
      *      COL 2-9   CUTOFF   MMDDYYYY - PAY WHAT IS DUE BY THIS
      *                         DATE (BLANK = THE PROCESSING DATE)
      *      COL 10-15 CHECK#   FIRST CHECK NUMBER ON THE STOCK
      *                         LOADED (BLANK = ONE PAST THE LAST
      *                         CHECK ON APKAB2)
      *
      *    THE VOUCHER FILE IS SWEPT IN VENDOR SEQUENCE.  AN OPEN
      *    LINE (HELD LINES WAIT FOR THE MATCH QUEUE) IS DUE ON ITS
      *    VOUCHER DATE PLUS THE NET DAYS OF THE VENDOR'S TERMS CODE
      *    - THE SAME CALENDAR ARITHMETIC ORDERAB2 USES FOR CUSTOMER
      *    DUE DATES - AND IS SELECTED WHEN THAT FALLS ON OR BEFORE
      *    THE CUTOFF.  AT EACH VENDOR BREAK THE VENDOR'S HONORED
      *    VCRAB2 RETURN CREDITS ARE NETTED AGAINST THE SELECTED
      *    LINES, WHOLE CREDITS ONLY AND NEVER DRIVING THE CHECK TO
      *    ZERO (A CREDIT THAT WOULD IS CARRIED TO THE NEXT RUN), AND
      *    ONE CHECK IS CUT FOR THE NET.  THE REGISTER PRINTS EVERY
      *    CHECK WITH THE LINES AND CREDITS BEHIND IT.  APPLY ALSO
      *    PRINTS THE CHECK STOCK WITH ITS REMITTANCE STUB ON CHKOUT,
      *    WRITES AN APKAB2 PAYMENT HISTORY RECORD PER CHECK, MARKS
      *    EACH VOUCHER LINE PAID WITH THE CHECK NUMBER AND DATE, AND
      *    MARKS EACH CREDIT TAKEN APPLIED TO THE SAME CHECK.  A
      *    VENDOR NOT ON THE VENDOR MASTER IS LISTED, NOT PAID.  EACH
      *    CHECK IS ALSO ENTERED ON THE CKRAB2 ISSUED CHECK REGISTER
      *    UNDER THE OPERATING ACCOUNT, FOR POSITIVE PAY (PPYFLB2) AND
      *    THE BANK RECONCILIATION (CHKRCB2).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO APCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT APVFILE ASSIGN TO APVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APV-KEY
               FILE STATUS IS WS-APVFILE-SW.

           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-KEY
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT TRMFILE ASSIGN TO TRMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRM-KEY
               FILE STATUS IS WS-TRMFILE-SW.

           SELECT VCRFILE ASSIGN TO VCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCR-KEY
               FILE STATUS IS WS-VCRFILE-SW.

           SELECT APKFILE ASSIGN TO APKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APK-KEY
               FILE STATUS IS WS-APKFILE-SW.

           SELECT CKRFILE ASSIGN TO CKRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKR-KEY
               FILE STATUS IS WS-CKRFILE-SW.

           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNFILE-SW.

           SELECT JDPFILE ASSIGN TO JDPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDP-KEY
               FILE STATUS IS WS-JDPFILE-SW.

           SELECT CHECK-FILE ASSIGN TO CHKOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-MODE                     PIC X(01).
               88  PARM-MODE-PREVIEW             VALUE 'P'.
               88  PARM-MODE-APPLY               VALUE 'A'.
           05  PARM-CUTOFF-DATE              PIC X(08).
           05  PARM-FIRST-CHECK-X            PIC X(06).
           05  PARM-FIRST-CHECK REDEFINES PARM-FIRST-CHECK-X
                                             PIC 9(06).
           05  FILLER                        PIC X(05).
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD APVFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS AP-VOUCHER-RECORD.
      *
       COPY APVCHR.
      *
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       COPY VENDOR.
      *
       FD TRMFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TERMS-CODE-RECORD.
      *
       COPY TERMS.
      *
       FD VCRFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS VENDOR-CREDIT-RECORD.
      *
       COPY VNDCRED.
      *
       FD APKFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AP-CHECK-RECORD.
      *
       COPY APCHECK.
      *
       FD CKRFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS CHECK-REGISTER-RECORD.
      *
       COPY CHKREG.
      *
       FD RUNFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
      *
       COPY RUNCTL.
      *
       FD JDPFILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS JOB-DEPENDENCY-RECORD.
      *
       COPY JOBDEP.
      *
       FD CHECK-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHECK-LINE.
       01  CHECK-LINE                        PIC X(80).
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
           88  WS-PARMFILE-EOF                    VALUE '10'.
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
           88  WS-APVFILE-EOF                     VALUE '10'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFOUND                VALUE '23'.
       01 WS-TRMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRMFILE-SUCCESS                VALUE '00'.
           88  WS-TRMFILE-NOTFOUND                VALUE '23'.
       01 WS-VCRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VCRFILE-SUCCESS                VALUE '00'.
           88  WS-VCRFILE-EOF                     VALUE '10'.
       01 WS-APKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APKFILE-SUCCESS                VALUE '00'.
           88  WS-APKFILE-EOF                     VALUE '10'.
       01 WS-CKRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CKRFILE-SUCCESS                VALUE '00'.
       01 WS-CHKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CHKFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-VCR-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-VCR-EOF                        VALUE 'Y'.
       01 WS-APK-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-APK-EOF                        VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-RUN-DATE-MDY                    PIC X(08).
       01 WS-RUN-DATE-MDY-R REDEFINES WS-RUN-DATE-MDY.
           05  WS-MDY-MM                     PIC 9(02).
           05  WS-MDY-DD                     PIC 9(02).
           05  WS-MDY-YYYY                   PIC 9(04).
      *
      *****************************************************************
      *    THE CUTOFF AND EACH LINE'S DUE DATE ARE HELD YEAR-FIRST
      *    SO THEY COMPARE AS STRINGS.
      *****************************************************************
       01 WS-CUTOFF-MDY                      PIC X(08).
       01 WS-CUTOFF-MDY-R REDEFINES WS-CUTOFF-MDY.
           05  WS-CUT-MM                     PIC X(02).
           05  WS-CUT-DD                     PIC X(02).
           05  WS-CUT-YYYY                   PIC X(04).
       01 WS-CUTOFF-YMD.
           05  WS-CUT-YMD-YYYY               PIC X(04).
           05  WS-CUT-YMD-MM                 PIC X(02).
           05  WS-CUT-YMD-DD                 PIC X(02).
       01 WS-DUE-YMD.
           05  WS-DUE-YMD-YYYY               PIC 9(04).
           05  WS-DUE-YMD-MM                 PIC 9(02).
           05  WS-DUE-YMD-DD                 PIC 9(02).
      *
      *****************************************************************
      *    DUE-DATE WORK AREA - SAME CALENDAR ARITHMETIC ORDERAB2'S
      *    1320/1321/1322 USE, APPLIED TO THE VOUCHER DATE.
      *****************************************************************
       01  DUE-DATE-FIELDS.
           05  DUE-DATE-WORK           PIC 9(08).
           05  DUE-DATE-SPLIT REDEFINES DUE-DATE-WORK.
               10  DUE-MM              PIC 9(02).
               10  DUE-DD              PIC 9(02).
               10  DUE-YYYY            PIC 9(04).
           05  DUE-MONTH-LENGTH        PIC 9(02).
           05  DUE-DAY-WORK            PIC 9(04).
           05  DUE-NET-DAYS            PIC 9(03).
           05  DUE-LEAP-QUOT           PIC 9(04).
           05  DUE-LEAP-REM            PIC 9(04).
      *
       01  MONTH-LENGTH-TABLE.
           05  MONTH-LENGTH-VALUES     PIC X(24) VALUE
               '312831303130313130313031'.
           05  MONTH-LENGTH-ENTRY REDEFINES MONTH-LENGTH-VALUES
                                   OCCURS 12 TIMES PIC 9(02).
      *
      *****************************************************************
      *    THE VENDOR BEING WORKED.  ITS SELECTED VOUCHER LINES AND
      *    THE CREDITS TAKEN AGAINST THEM ARE HELD UNTIL THE BREAK.
      *    A VENDOR WITH MORE DUE LINES THAN THE TABLE HOLDS IS PAID
      *    FOR THE FIRST 200 AND THE REST WAIT FOR THE NEXT RUN.
      *****************************************************************
       01 WS-BREAK-VENDOR                    PIC X(06) VALUE SPACE.
       01 WS-VENDOR-ACTIVE-SW                PIC X(01) VALUE 'N'.
           88  WS-VENDOR-ACTIVE                  VALUE 'Y'.
       01 WS-VENDOR-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-VENDOR-FOUND                   VALUE 'Y'.
       01 WS-VENDOR-NET-DAYS                 PIC 9(03) VALUE ZERO.
       01 WS-RESUME-KEY                      PIC X(18).
       01 WS-LINE-VALUE                      PIC S9(09)V99 COMP-3.
       01 WS-CREDIT-AMOUNT                   PIC S9(09)V99 COMP-3.
       01 WS-VENDOR-GROSS                    PIC S9(09)V99 COMP-3.
       01 WS-VENDOR-CREDITS                  PIC S9(09)V99 COMP-3.
       01 WS-VENDOR-NET                      PIC S9(09)V99 COMP-3.
      *
       01  PAY-LINE-TABLE.
           05  PAY-ENTRY OCCURS 200 TIMES.
               10  PAY-KEY.
                   15  PAY-VENDOR-NUMBER     PIC X(06).
                   15  PAY-VENDOR-INVOICE    PIC X(10).
                   15  PAY-LINE-NUMBER       PIC 9(02).
               10  PAY-VOUCHER-DATE          PIC X(08).
               10  PAY-DUE-DATE              PIC X(08).
               10  PAY-AMOUNT                PIC S9(09)V99 COMP-3.
       01  WS-PAY-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-PAY-MAX-ENTRIES                PIC S9(03) COMP-3
                                              VALUE 200.
       01  WS-PAY-SUB                        PIC S9(03) COMP-3.
      *
       01  CREDIT-TAKEN-TABLE.
           05  CRT-ENTRY OCCURS 50 TIMES.
               10  CRT-KEY.
                   15  CRT-VENDOR-NUMBER     PIC X(06).
                   15  CRT-PO-NUMBER         PIC 9(06).
                   15  CRT-PO-LINE           PIC 9(02).
                   15  CRT-RETURN-DATE       PIC X(08).
               10  CRT-AMOUNT                PIC S9(09)V99 COMP-3.
       01  WS-CRT-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-CRT-MAX-ENTRIES                PIC S9(03) COMP-3
                                              VALUE 50.
       01  WS-CRT-SUB                        PIC S9(03) COMP-3.
      *
       01 WS-HIGH-CHECK                      PIC 9(06) VALUE ZERO.
       01 WS-NEXT-CHECK                      PIC 9(06) VALUE ZERO.
       01 WS-FIRST-CHECK                     PIC 9(06) VALUE ZERO.
       01 WS-CHECK-NUMBER                    PIC 9(06) VALUE ZERO.
      *
       01 WS-VOUCHER-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-LINES-PAID                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-NOT-DUE-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-DEFERRED-COUNT                  PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-CREDITS-CARRIED                 PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-CHECK-COUNT                     PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-GROSS                     PIC S9(09)V99 COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-CREDITS                   PIC S9(09)V99 COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-NET                       PIC S9(09)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(28) VALUE
               'ACCOUNTS PAYABLE CHECK RUN'.
           05  RPT-HDG-MODE    PIC X(10).
           05  FILLER          PIC X(08) VALUE 'CUTOFF: '.
           05  RPT-HDG-CUTOFF  PIC X(08).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  FILLER          PIC X(12) VALUE 'CHECK DATE: '.
           05  RPT-HDG-CHECK-DATE PIC X(08).
           05  FILLER          PIC X(54) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'CHECK#'.
           05  FILLER          PIC X(08) VALUE 'VEND#'.
           05  FILLER          PIC X(32) VALUE 'PAYEE / INVOICE'.
           05  FILLER          PIC X(10) VALUE 'VOUCHERED'.
           05  FILLER          PIC X(10) VALUE 'DUE'.
           05  FILLER          PIC X(15) VALUE '       GROSS'.
           05  FILLER          PIC X(15) VALUE '     CREDITS'.
           05  FILLER          PIC X(15) VALUE '         NET'.
           05  FILLER          PIC X(19) VALUE SPACE.
      *
       01  RPT-CHECK-LINE.
           05  RPT-CHK-NUMBER       PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHK-VENDOR       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHK-NAME         PIC X(30).
           05  FILLER               PIC X(22) VALUE SPACE.
           05  RPT-CHK-GROSS        PIC Z(08)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHK-CREDITS      PIC Z(08)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHK-NET          PIC Z(08)9.99-.
           05  FILLER               PIC X(21) VALUE SPACE.
      *
       01  RPT-VOUCHER-LINE.
           05  FILLER               PIC X(16) VALUE SPACE.
           05  RPT-VCH-INVOICE      PIC X(10).
           05  FILLER               PIC X(01) VALUE '-'.
           05  RPT-VCH-LINE         PIC 9(02).
           05  FILLER               PIC X(19) VALUE SPACE.
           05  RPT-VCH-DATE         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VCH-DUE          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VCH-AMOUNT       PIC Z(08)9.99-.
           05  FILLER               PIC X(51) VALUE SPACE.
      *
       01  RPT-CREDIT-LINE.
           05  FILLER               PIC X(16) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE 'CREDIT PO '.
           05  RPT-CRD-PO           PIC 9(06).
           05  FILLER               PIC X(01) VALUE '-'.
           05  RPT-CRD-LINE         PIC 9(02).
           05  FILLER               PIC X(13) VALUE SPACE.
           05  RPT-CRD-RETURN-DATE  PIC X(08).
           05  FILLER               PIC X(27) VALUE SPACE.
           05  RPT-CRD-AMOUNT       PIC Z(08)9.99-.
           05  FILLER               PIC X(36) VALUE SPACE.
      *
       01  RPT-EXCEPTION-LINE.
           05  FILLER               PIC X(08) VALUE SPACE.
           05  RPT-EXC-VENDOR       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EXC-NAME         PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EXC-REASON       PIC X(40).
           05  FILLER               PIC X(44) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE-1.
           05  FILLER               PIC X(16) VALUE 'CHECKS CUT:'.
           05  RPT-TOT-CHECKS       PIC Z(04)9.
           05  FILLER               PIC X(47) VALUE SPACE.
           05  RPT-TOT-GROSS        PIC Z(08)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TOT-CREDITS      PIC Z(08)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TOT-NET          PIC Z(08)9.99-.
           05  FILLER               PIC X(21) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE-2.
           05  FILLER               PIC X(20) VALUE
               'VOUCHER LINES PAID:'.
           05  RPT-TOT-LINES-PAID   PIC Z(04)9.
           05  FILLER               PIC X(16) VALUE
               '   NOT YET DUE: '.
           05  RPT-TOT-NOT-DUE      PIC Z(04)9.
           05  FILLER               PIC X(26) VALUE
               '   DEFERRED (TABLE FULL): '.
           05  RPT-TOT-DEFERRED     PIC Z(04)9.
           05  FILLER               PIC X(20) VALUE
               '   CREDITS CARRIED: '.
           05  RPT-TOT-CARRIED      PIC Z(04)9.
           05  FILLER               PIC X(30) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE-3.
           05  FILLER               PIC X(20) VALUE
               'CHECK NUMBERS USED: '.
           05  RPT-TOT-FIRST-CHECK  PIC 9(06).
           05  FILLER               PIC X(06) VALUE ' THRU '.
           05  RPT-TOT-LAST-CHECK   PIC 9(06).
           05  FILLER               PIC X(94) VALUE SPACE.
      *
      *****************************************************************
      *    CHECK STOCK.  A REMITTANCE STUB LISTING WHAT THE CHECK
      *    PAYS, A TEAR LINE, THEN THE CHECK FACE WITH THE AMOUNT
      *    ASTERISK-PROTECTED.
      *****************************************************************
       01  STUB-HEADER-LINE.
           05  FILLER               PIC X(20) VALUE
               'REMITTANCE ADVICE'.
           05  FILLER               PIC X(10) VALUE 'CHECK NO. '.
           05  STB-CHECK-NUMBER     PIC 9(06).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  FILLER               PIC X(05) VALUE 'DATE '.
           05  STB-CHECK-DATE       PIC X(08).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  STB-VENDOR           PIC X(06).
           05  FILLER               PIC X(19) VALUE SPACE.
      *
       01  STUB-HEADING-LINE.
           05  FILLER               PIC X(26) VALUE
               'YOUR INVOICE / OUR CREDIT'.
           05  FILLER               PIC X(10) VALUE 'DATE'.
           05  FILLER               PIC X(15) VALUE '      AMOUNT'.
           05  FILLER               PIC X(29) VALUE SPACE.
      *
       01  STUB-DETAIL-LINE.
           05  STB-REF-TYPE         PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  STB-REF-NUMBER       PIC X(10).
           05  FILLER               PIC X(01) VALUE '-'.
           05  STB-REF-LINE         PIC 9(02).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  STB-DATE             PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  STB-AMOUNT           PIC Z(08)9.99-.
           05  FILLER               PIC X(31) VALUE SPACE.
      *
       01  STUB-TOTAL-LINE.
           05  FILLER               PIC X(10) VALUE 'GROSS'.
           05  STB-GROSS            PIC Z(08)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE 'CREDITS'.
           05  STB-CREDITS          PIC Z(08)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(04) VALUE 'NET'.
           05  STB-NET              PIC Z(08)9.99-.
           05  FILLER               PIC X(15) VALUE SPACE.
      *
       01  TEAR-LINE                PIC X(80) VALUE ALL '- '.
      *
       01  CHECK-FACE-LINE-1.
           05  FILLER               PIC X(46) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE 'CHECK NO. '.
           05  CHK-NUMBER           PIC 9(06).
           05  FILLER               PIC X(18) VALUE SPACE.
      *
       01  CHECK-FACE-LINE-2.
           05  FILLER               PIC X(46) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE 'DATE'.
           05  CHK-DATE             PIC X(08).
           05  FILLER               PIC X(16) VALUE SPACE.
      *
       01  CHECK-FACE-LINE-3.
           05  FILLER               PIC X(21) VALUE
               'PAY TO THE ORDER OF'.
           05  CHK-PAYEE            PIC X(30).
           05  FILLER               PIC X(04) VALUE SPACE.
           05  CHK-AMOUNT           PIC $***,***,**9.99.
           05  FILLER               PIC X(10) VALUE SPACE.
      *
       01  CHECK-FACE-LINE-4.
           05  FILLER               PIC X(21) VALUE SPACE.
           05  CHK-ADDRESS          PIC X(30).
           05  FILLER               PIC X(29) VALUE SPACE.
      *
       01  CHECK-FACE-LINE-5.
           05  FILLER               PIC X(21) VALUE SPACE.
           05  CHK-CITY             PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CHK-STATE            PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CHK-ZIP-CODE         PIC X(10).
           05  FILLER               PIC X(25) VALUE SPACE.
      *
       01  CHECK-FACE-LINE-6.
           05  FILLER               PIC X(46) VALUE SPACE.
           05  FILLER               PIC X(34) VALUE
               'VOID AFTER 90 DAYS'.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           MOVE WS-RUN-MM   TO WS-MDY-MM.
           MOVE WS-RUN-DD   TO WS-MDY-DD.
           MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 120-READ-PARM-CARD.
           PERFORM 140-SET-FIRST-CHECK.
      *
           MOVE 'APCHKB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           PERFORM 200-PRINT-HEADINGS.
           PERFORM 300-READ-VOUCHER.
           PERFORM 400-PROCESS-VOUCHER
               UNTIL WS-EOF-YES.
      *
           IF WS-VENDOR-ACTIVE
               PERFORM 500-PAY-VENDOR
           END-IF.
      *
           PERFORM 700-PRINT-RUN-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-VOUCHER-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-CHECK-COUNT   TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
      *****************************************************************
      *    THE RUN WORKS THE BUSINESS DATE ON THE DAYAB2 DAY-CONTROL
      *    RECORD, NOT THE WALL CLOCK.  NO DAY FILE OR NO RECORD
      *    FALLS BACK TO THE SYSTEM DATE.  IT IS ALSO THE CHECK DATE.
      *****************************************************************
       150-GET-PROCESSING-DATE.
      *
           OPEN INPUT DAYFILE.
           IF WS-DAYFILE-SUCCESS
               MOVE 'D' TO DAY-CONTROL-KEY
               READ DAYFILE
               IF WS-DAYFILE-SUCCESS
                   MOVE DAY-PROCESSING-DATE TO WS-PROC-DATE-MDY
                   MOVE WS-PROC-YYYY TO WS-RUN-YYYY
                   MOVE WS-PROC-MM   TO WS-RUN-MM
                   MOVE WS-PROC-DD   TO WS-RUN-DD
               END-IF
               CLOSE DAYFILE
           END-IF.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-SUCCESS
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "APCPARM OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O APVFILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APVFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT VNDFILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VNDFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT TRMFILE.
           IF NOT WS-TRMFILE-SUCCESS
               DISPLAY "WS-TRMFILE-SW=" WS-TRMFILE-SW
               DISPLAY "TRMFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O VCRFILE.
           IF NOT WS-VCRFILE-SUCCESS
               DISPLAY "WS-VCRFILE-SW=" WS-VCRFILE-SW
               DISPLAY "VCRFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *    THE PAYMENT HISTORY IS CREATED BY THE FIRST CHECK RUN.
      *
           OPEN I-O APKFILE.
           IF NOT WS-APKFILE-SUCCESS
               IF WS-APKFILE-SW = '35'
                   OPEN OUTPUT APKFILE
                   IF WS-APKFILE-SUCCESS
                       CLOSE APKFILE
                       OPEN I-O APKFILE
                       DISPLAY "APKFILE CREATED"
                   ELSE
                       DISPLAY "WS-APKFILE-SW=" WS-APKFILE-SW
                       DISPLAY "APKFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-APKFILE-SW=" WS-APKFILE-SW
                   DISPLAY "APKFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *    SO IS THE ISSUED CHECK REGISTER, UNLESS A REFUND CHECK RUN
      *    (REFCKB2) GOT THERE FIRST.
      *
           OPEN I-O CKRFILE.
           IF NOT WS-CKRFILE-SUCCESS
               IF WS-CKRFILE-SW = '35'
                   OPEN OUTPUT CKRFILE
                   IF WS-CKRFILE-SUCCESS
                       CLOSE CKRFILE
                       OPEN I-O CKRFILE
                       DISPLAY "CKRFILE CREATED"
                   ELSE
                       DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
                       DISPLAY "CKRFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
                   DISPLAY "CKRFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT CHECK-FILE.
           IF NOT WS-CHKFILE-SUCCESS
               DISPLAY "WS-CHKFILE-SW=" WS-CHKFILE-SW
               DISPLAY "CHECK-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       120-READ-PARM-CARD.
      *
           READ PARM-FILE
               AT END
                   DISPLAY "NO CONTROL CARD - RUN ABANDONED"
                   STOP RUN
           END-READ.
      *
           IF PARM-MODE NOT = 'P' AND 'A'
               DISPLAY "MODE MUST BE P OR A - RUN ABANDONED"
               STOP RUN
           END-IF.
      *
           IF PARM-CUTOFF-DATE = SPACE
               MOVE WS-RUN-DATE-MDY TO WS-CUTOFF-MDY
           ELSE
               IF PARM-CUTOFF-DATE NUMERIC
                   MOVE PARM-CUTOFF-DATE TO WS-CUTOFF-MDY
               ELSE
                   DISPLAY "CUTOFF MUST BE MMDDYYYY - RUN ABANDONED"
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-CUT-YYYY TO WS-CUT-YMD-YYYY.
           MOVE WS-CUT-MM   TO WS-CUT-YMD-MM.
           MOVE WS-CUT-DD   TO WS-CUT-YMD-DD.
      *
      *****************************************************************
      *    CHECK NUMBERS MUST CLIMB.  THE LAST CHECK ON THE PAYMENT
      *    HISTORY IS FOUND BY BROWSING IT TO THE END; A FIRST CHECK
      *    NUMBER ON THE CARD AT OR BELOW IT WOULD REPRINT A NUMBER
      *    ALREADY ISSUED, SO THE RUN IS ABANDONED.
      *****************************************************************
       140-SET-FIRST-CHECK.
      *
           MOVE 'N' TO WS-APK-EOF-SW.
           MOVE LOW-VALUE TO APK-KEY.
           START APKFILE KEY >= APK-KEY.
           IF NOT WS-APKFILE-SUCCESS
               MOVE 'Y' TO WS-APK-EOF-SW
           END-IF.
           PERFORM 145-READ-NEXT-CHECK
               UNTIL WS-APK-EOF.
      *
           IF PARM-FIRST-CHECK-X = SPACE
               COMPUTE WS-NEXT-CHECK = WS-HIGH-CHECK + 1
           ELSE
               IF PARM-FIRST-CHECK-X NOT NUMERIC
                   DISPLAY "CHECK NUMBER NOT NUMERIC - RUN ABANDONED"
                   STOP RUN
               END-IF
               IF PARM-FIRST-CHECK NOT > WS-HIGH-CHECK
                   DISPLAY "FIRST CHECK " PARM-FIRST-CHECK
                           " NOT ABOVE LAST CHECK ISSUED "
                           WS-HIGH-CHECK " - RUN ABANDONED"
                   STOP RUN
               END-IF
               MOVE PARM-FIRST-CHECK TO WS-NEXT-CHECK
           END-IF.
           MOVE WS-NEXT-CHECK TO WS-FIRST-CHECK.
      *
       145-READ-NEXT-CHECK.
      *
           READ APKFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-APK-EOF-SW
           END-READ.
           IF NOT WS-APK-EOF
               MOVE APK-CHECK-NUMBER TO WS-HIGH-CHECK
           END-IF.
      *
       200-PRINT-HEADINGS.
      *
           IF PARM-MODE-APPLY
               MOVE 'APPLY     ' TO RPT-HDG-MODE
           ELSE
               MOVE 'PREVIEW   ' TO RPT-HDG-MODE
           END-IF.
           MOVE WS-CUTOFF-MDY   TO RPT-HDG-CUTOFF.
           MOVE WS-RUN-DATE-MDY TO RPT-HDG-CHECK-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
       300-READ-VOUCHER.
      *
           READ APVFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           NOT AT END ADD 1 TO WS-VOUCHER-COUNT
           END-READ.
      *
      *****************************************************************
      *    THE FILE IS KEYED BY VENDOR, SO A SEQUENTIAL PASS GIVES A
      *    NATURAL CONTROL BREAK PER VENDOR.  PAYING THE VENDOR JUST
      *    FINISHED REWRITES ITS LINES BY KEY, WHICH LOSES THE
      *    BROWSE POSITION, SO THE BROWSE RESTARTS FROM THE FIRST
      *    LINE OF THE NEXT VENDOR.
      *****************************************************************
       400-PROCESS-VOUCHER.
      *
           IF        WS-VENDOR-ACTIVE
                 AND APV-VENDOR-NUMBER NOT = WS-BREAK-VENDOR
               MOVE APV-KEY TO WS-RESUME-KEY
               PERFORM 500-PAY-VENDOR
               PERFORM 480-RESUME-VOUCHER-BROWSE
           END-IF.
      *
           IF NOT WS-VENDOR-ACTIVE
               PERFORM 410-START-VENDOR
           END-IF.
      *
           IF APV-STATUS-OPEN
               PERFORM 420-SELECT-VOUCHER-LINE
           END-IF.
      *
           PERFORM 300-READ-VOUCHER.
      *
       410-START-VENDOR.
      *
           MOVE 'Y' TO WS-VENDOR-ACTIVE-SW.
           MOVE APV-VENDOR-NUMBER TO WS-BREAK-VENDOR.
           MOVE ZERO TO WS-PAY-COUNT
                        WS-CRT-COUNT
                        WS-VENDOR-NET-DAYS.
      *
           MOVE APV-VENDOR-NUMBER TO VND-VENDOR-NUMBER.
           READ VNDFILE.
           IF WS-VNDFILE-SUCCESS
               MOVE 'Y' TO WS-VENDOR-FOUND-SW
               IF VND-TERMS-CODE NOT = SPACE
                   MOVE VND-TERMS-CODE TO TRM-TERMS-CODE
                   READ TRMFILE
                   IF WS-TRMFILE-SUCCESS
                       MOVE TRM-NET-DAYS TO WS-VENDOR-NET-DAYS
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-VENDOR-FOUND-SW
               MOVE SPACE TO VENDOR-MASTER-RECORD
               MOVE 'VENDOR NOT ON FILE' TO VND-NAME
           END-IF.
      *
       420-SELECT-VOUCHER-LINE.
      *
           PERFORM 430-COMPUTE-DUE-DATE.
           MOVE DUE-YYYY TO WS-DUE-YMD-YYYY.
           MOVE DUE-MM   TO WS-DUE-YMD-MM.
           MOVE DUE-DD   TO WS-DUE-YMD-DD.
      *
           EVALUATE TRUE
               WHEN WS-DUE-YMD > WS-CUTOFF-YMD
                   ADD 1 TO WS-NOT-DUE-COUNT
               WHEN WS-PAY-COUNT >= WS-PAY-MAX-ENTRIES
                   ADD 1 TO WS-DEFERRED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PAY-COUNT
                   MOVE APV-KEY TO PAY-KEY(WS-PAY-COUNT)
                   MOVE APV-VOUCHER-DATE
                       TO PAY-VOUCHER-DATE(WS-PAY-COUNT)
                   MOVE DUE-DATE-WORK TO PAY-DUE-DATE(WS-PAY-COUNT)
                   COMPUTE PAY-AMOUNT(WS-PAY-COUNT) ROUNDED =
                       APV-QUANTITY-BILLED * APV-UNIT-COST-BILLED
           END-EVALUATE.
      *
       430-COMPUTE-DUE-DATE.
      *
           MOVE WS-VENDOR-NET-DAYS TO DUE-NET-DAYS.
           MOVE APV-VOUCHER-DATE TO DUE-DATE-WORK.
           MOVE DUE-DD TO DUE-DAY-WORK.
           ADD DUE-NET-DAYS TO DUE-DAY-WORK.
           PERFORM 432-SET-MONTH-LENGTH.
           PERFORM 434-ROLL-DUE-MONTH
               UNTIL DUE-DAY-WORK <= DUE-MONTH-LENGTH.
           MOVE DUE-DAY-WORK TO DUE-DD.
      *
       432-SET-MONTH-LENGTH.
      *
           MOVE MONTH-LENGTH-ENTRY(DUE-MM) TO DUE-MONTH-LENGTH.
           IF DUE-MM = 2
               DIVIDE DUE-YYYY BY 4 GIVING DUE-LEAP-QUOT
                   REMAINDER DUE-LEAP-REM
               IF DUE-LEAP-REM = ZERO
                   DIVIDE DUE-YYYY BY 100 GIVING DUE-LEAP-QUOT
                       REMAINDER DUE-LEAP-REM
                   IF DUE-LEAP-REM NOT = ZERO
                       MOVE 29 TO DUE-MONTH-LENGTH
                   ELSE
                       DIVIDE DUE-YYYY BY 400 GIVING DUE-LEAP-QUOT
                           REMAINDER DUE-LEAP-REM
                       IF DUE-LEAP-REM = ZERO
                           MOVE 29 TO DUE-MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       434-ROLL-DUE-MONTH.
      *
           SUBTRACT DUE-MONTH-LENGTH FROM DUE-DAY-WORK.
           IF DUE-MM = 12
               MOVE 1 TO DUE-MM
               ADD 1 TO DUE-YYYY
           ELSE
               ADD 1 TO DUE-MM
           END-IF.
           PERFORM 432-SET-MONTH-LENGTH.
      *
       480-RESUME-VOUCHER-BROWSE.
      *
           MOVE WS-RESUME-KEY TO APV-KEY.
           START APVFILE KEY >= APV-KEY.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APVFILE START ERROR"
               STOP RUN
           END-IF.
           READ APVFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
      *****************************************************************
      *    VENDOR BREAK.  NOTHING DUE, NOTHING TO DO.  OTHERWISE THE
      *    SELECTED LINES ARE TOTALLED, THE HONORED CREDITS NETTED,
      *    AND A CHECK CUT IF ANYTHING IS LEFT TO PAY.
      *****************************************************************
       500-PAY-VENDOR.
      *
           EVALUATE TRUE
               WHEN WS-PAY-COUNT = ZERO
                   CONTINUE
               WHEN NOT WS-VENDOR-FOUND
                   MOVE 'VENDOR NOT ON FILE - NOT PAID'
                       TO RPT-EXC-REASON
                   PERFORM 590-PRINT-EXCEPTION
               WHEN OTHER
                   PERFORM 505-NET-VENDOR
           END-EVALUATE.
      *
           MOVE 'N' TO WS-VENDOR-ACTIVE-SW.
      *
       505-NET-VENDOR.
      *
           MOVE ZERO TO WS-VENDOR-GROSS
                        WS-VENDOR-CREDITS
                        WS-CRT-COUNT.
           PERFORM 506-ADD-PAY-LINE
               VARYING WS-PAY-SUB FROM 1 BY 1
                 UNTIL WS-PAY-SUB > WS-PAY-COUNT.
      *
           IF WS-VENDOR-GROSS > ZERO
               PERFORM 510-GATHER-CREDITS
           END-IF.
           COMPUTE WS-VENDOR-NET = WS-VENDOR-GROSS - WS-VENDOR-CREDITS.
      *
           IF WS-VENDOR-NET > ZERO
               PERFORM 520-ISSUE-CHECK
           ELSE
               MOVE 'NOTHING OWED AFTER CREDITS - NO CHECK'
                   TO RPT-EXC-REASON
               PERFORM 590-PRINT-EXCEPTION
           END-IF.
      *
       506-ADD-PAY-LINE.
      *
           ADD PAY-AMOUNT(WS-PAY-SUB) TO WS-VENDOR-GROSS.
      *
      *****************************************************************
      *    THE VENDOR'S CREDITS ARE THE FRONT OF VCRAB2 UNDER ITS
      *    NUMBER.  AN HONORED CREDIT IS TAKEN WHOLE WHILE THE CHECK
      *    STAYS ABOVE ZERO; PENDING CREDITS ARE NOT YET OURS TO
      *    TAKE, AND APPLIED ONES HAVE ALREADY BEEN TAKEN.
      *****************************************************************
       510-GATHER-CREDITS.
      *
           MOVE 'N' TO WS-VCR-EOF-SW.
           MOVE WS-BREAK-VENDOR TO VCR-VENDOR-NUMBER.
           MOVE ZERO            TO VCR-PO-NUMBER
                                   VCR-PO-LINE.
           MOVE LOW-VALUE       TO VCR-RETURN-DATE.
           START VCRFILE KEY >= VCR-KEY.
           IF NOT WS-VCRFILE-SUCCESS
               MOVE 'Y' TO WS-VCR-EOF-SW
           ELSE
               PERFORM 512-READ-NEXT-CREDIT
           END-IF.
           PERFORM 514-CONSIDER-CREDIT
               UNTIL WS-VCR-EOF.
      *
       512-READ-NEXT-CREDIT.
      *
           READ VCRFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-VCR-EOF-SW
           END-READ.
           IF        NOT WS-VCR-EOF
                 AND VCR-VENDOR-NUMBER NOT = WS-BREAK-VENDOR
               MOVE 'Y' TO WS-VCR-EOF-SW
           END-IF.
      *
       514-CONSIDER-CREDIT.
      *
           IF VCR-STATUS-HONORED
               COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                   VCR-QUANTITY-RETURNED * VCR-UNIT-COST
               IF        WS-CREDIT-AMOUNT > ZERO
                     AND WS-CRT-COUNT < WS-CRT-MAX-ENTRIES
                     AND WS-VENDOR-GROSS - WS-VENDOR-CREDITS
                             - WS-CREDIT-AMOUNT > ZERO
                   ADD 1 TO WS-CRT-COUNT
                   MOVE VCR-KEY TO CRT-KEY(WS-CRT-COUNT)
                   MOVE WS-CREDIT-AMOUNT TO CRT-AMOUNT(WS-CRT-COUNT)
                   ADD WS-CREDIT-AMOUNT TO WS-VENDOR-CREDITS
               ELSE
                   ADD 1 TO WS-CREDITS-CARRIED
               END-IF
           END-IF.
      *
           PERFORM 512-READ-NEXT-CREDIT.
      *
       520-ISSUE-CHECK.
      *
           MOVE WS-NEXT-CHECK TO WS-CHECK-NUMBER.
           ADD 1 TO WS-NEXT-CHECK.
      *
           PERFORM 530-PRINT-REGISTER-ENTRY.
      *
           IF PARM-MODE-APPLY
               PERFORM 540-PRINT-CHECK-STOCK
               PERFORM 550-WRITE-PAYMENT-HISTORY
               PERFORM 555-REGISTER-CHECK
               PERFORM 560-MARK-VOUCHER-PAID
                   VARYING WS-PAY-SUB FROM 1 BY 1
                     UNTIL WS-PAY-SUB > WS-PAY-COUNT
               PERFORM 570-MARK-CREDIT-APPLIED
                   VARYING WS-CRT-SUB FROM 1 BY 1
                     UNTIL WS-CRT-SUB > WS-CRT-COUNT
           END-IF.
      *
           ADD 1                 TO WS-CHECK-COUNT.
           ADD WS-PAY-COUNT      TO WS-LINES-PAID.
           ADD WS-VENDOR-GROSS   TO WS-TOTAL-GROSS.
           ADD WS-VENDOR-CREDITS TO WS-TOTAL-CREDITS.
           ADD WS-VENDOR-NET     TO WS-TOTAL-NET.
      *
       530-PRINT-REGISTER-ENTRY.
      *
           MOVE WS-CHECK-NUMBER   TO RPT-CHK-NUMBER.
           MOVE WS-BREAK-VENDOR   TO RPT-CHK-VENDOR.
           MOVE VND-NAME          TO RPT-CHK-NAME.
           MOVE WS-VENDOR-GROSS   TO RPT-CHK-GROSS.
           MOVE WS-VENDOR-CREDITS TO RPT-CHK-CREDITS.
           MOVE WS-VENDOR-NET     TO RPT-CHK-NET.
           WRITE PRINT-LINE FROM RPT-CHECK-LINE.
      *
           PERFORM 532-PRINT-VOUCHER-LINE
               VARYING WS-PAY-SUB FROM 1 BY 1
                 UNTIL WS-PAY-SUB > WS-PAY-COUNT.
           PERFORM 534-PRINT-CREDIT-LINE
               VARYING WS-CRT-SUB FROM 1 BY 1
                 UNTIL WS-CRT-SUB > WS-CRT-COUNT.
      *
       532-PRINT-VOUCHER-LINE.
      *
           MOVE PAY-VENDOR-INVOICE(WS-PAY-SUB) TO RPT-VCH-INVOICE.
           MOVE PAY-LINE-NUMBER(WS-PAY-SUB)    TO RPT-VCH-LINE.
           MOVE PAY-VOUCHER-DATE(WS-PAY-SUB)   TO RPT-VCH-DATE.
           MOVE PAY-DUE-DATE(WS-PAY-SUB)       TO RPT-VCH-DUE.
           MOVE PAY-AMOUNT(WS-PAY-SUB)         TO RPT-VCH-AMOUNT.
           WRITE PRINT-LINE FROM RPT-VOUCHER-LINE.
      *
       534-PRINT-CREDIT-LINE.
      *
           MOVE CRT-PO-NUMBER(WS-CRT-SUB)      TO RPT-CRD-PO.
           MOVE CRT-PO-LINE(WS-CRT-SUB)        TO RPT-CRD-LINE.
           MOVE CRT-RETURN-DATE(WS-CRT-SUB)    TO RPT-CRD-RETURN-DATE.
           MOVE CRT-AMOUNT(WS-CRT-SUB)         TO RPT-CRD-AMOUNT.
           WRITE PRINT-LINE FROM RPT-CREDIT-LINE.
      *
      *****************************************************************
      *    ONE CHECK ON THE STOCK: THE REMITTANCE STUB FIRST, SO THE
      *    VENDOR CAN SEE WHICH OF ITS INVOICES THE CHECK PAYS AND
      *    WHICH RETURNS WERE DEDUCTED, THEN THE CHECK ITSELF.
      *****************************************************************
       540-PRINT-CHECK-STOCK.
      *
           MOVE WS-CHECK-NUMBER TO STB-CHECK-NUMBER.
           MOVE WS-RUN-DATE-MDY TO STB-CHECK-DATE.
           MOVE WS-BREAK-VENDOR TO STB-VENDOR.
           WRITE CHECK-LINE FROM STUB-HEADER-LINE.
           WRITE CHECK-LINE FROM STUB-HEADING-LINE.
      *
           PERFORM 542-PRINT-STUB-VOUCHER
               VARYING WS-PAY-SUB FROM 1 BY 1
                 UNTIL WS-PAY-SUB > WS-PAY-COUNT.
           PERFORM 544-PRINT-STUB-CREDIT
               VARYING WS-CRT-SUB FROM 1 BY 1
                 UNTIL WS-CRT-SUB > WS-CRT-COUNT.
      *
           MOVE WS-VENDOR-GROSS   TO STB-GROSS.
           MOVE WS-VENDOR-CREDITS TO STB-CREDITS.
           MOVE WS-VENDOR-NET     TO STB-NET.
           WRITE CHECK-LINE FROM STUB-TOTAL-LINE.
           WRITE CHECK-LINE FROM TEAR-LINE.
      *
           MOVE WS-CHECK-NUMBER  TO CHK-NUMBER.
           MOVE WS-RUN-DATE-MDY  TO CHK-DATE.
           MOVE VND-NAME         TO CHK-PAYEE.
           MOVE WS-VENDOR-NET    TO CHK-AMOUNT.
           MOVE VND-ADDRESS      TO CHK-ADDRESS.
           MOVE VND-CITY         TO CHK-CITY.
           MOVE VND-STATE        TO CHK-STATE.
           MOVE VND-ZIP-CODE     TO CHK-ZIP-CODE.
           WRITE CHECK-LINE FROM CHECK-FACE-LINE-1.
           WRITE CHECK-LINE FROM CHECK-FACE-LINE-2.
           MOVE SPACE TO CHECK-LINE.
           WRITE CHECK-LINE.
           WRITE CHECK-LINE FROM CHECK-FACE-LINE-3.
           WRITE CHECK-LINE FROM CHECK-FACE-LINE-4.
           WRITE CHECK-LINE FROM CHECK-FACE-LINE-5.
           MOVE SPACE TO CHECK-LINE.
           WRITE CHECK-LINE.
           WRITE CHECK-LINE FROM CHECK-FACE-LINE-6.
           WRITE CHECK-LINE FROM TEAR-LINE.
      *
       542-PRINT-STUB-VOUCHER.
      *
           MOVE 'INVOICE'                      TO STB-REF-TYPE.
           MOVE PAY-VENDOR-INVOICE(WS-PAY-SUB) TO STB-REF-NUMBER.
           MOVE PAY-LINE-NUMBER(WS-PAY-SUB)    TO STB-REF-LINE.
           MOVE PAY-VOUCHER-DATE(WS-PAY-SUB)   TO STB-DATE.
           MOVE PAY-AMOUNT(WS-PAY-SUB)         TO STB-AMOUNT.
           WRITE CHECK-LINE FROM STUB-DETAIL-LINE.
      *
       544-PRINT-STUB-CREDIT.
      *
           MOVE 'RETURN '                      TO STB-REF-TYPE.
           MOVE CRT-PO-NUMBER(WS-CRT-SUB)      TO STB-REF-NUMBER.
           MOVE CRT-PO-LINE(WS-CRT-SUB)        TO STB-REF-LINE.
           MOVE CRT-RETURN-DATE(WS-CRT-SUB)    TO STB-DATE.
           COMPUTE WS-CREDIT-AMOUNT = ZERO - CRT-AMOUNT(WS-CRT-SUB).
           MOVE WS-CREDIT-AMOUNT               TO STB-AMOUNT.
           WRITE CHECK-LINE FROM STUB-DETAIL-LINE.
      *
       550-WRITE-PAYMENT-HISTORY.
      *
           MOVE SPACE             TO AP-CHECK-RECORD.
           MOVE WS-CHECK-NUMBER   TO APK-CHECK-NUMBER.
           MOVE WS-BREAK-VENDOR   TO APK-VENDOR-NUMBER.
           MOVE WS-RUN-DATE-MDY   TO APK-CHECK-DATE.
           MOVE WS-VENDOR-GROSS   TO APK-GROSS-AMOUNT.
           MOVE WS-VENDOR-CREDITS TO APK-CREDIT-AMOUNT.
           MOVE WS-VENDOR-NET     TO APK-NET-AMOUNT.
           MOVE WS-PAY-COUNT      TO APK-VOUCHER-COUNT.
           MOVE WS-CRT-COUNT      TO APK-CREDIT-COUNT.
           SET APK-STATUS-ISSUED TO TRUE.
           WRITE AP-CHECK-RECORD.
           IF NOT WS-APKFILE-SUCCESS
               DISPLAY "WS-APKFILE-SW=" WS-APKFILE-SW
               DISPLAY "APKFILE WRITE ERROR CHECK " WS-CHECK-NUMBER
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    THE CHECK GOES ON THE ISSUED CHECK REGISTER FOR THE BANK.
      *    THE NUMBER CAME OFF THE PAYMENT HISTORY, WHICH HAS JUST
      *    TAKEN IT, SO A DUPLICATE HERE MEANS THE TWO FILES HAVE
      *    DRIFTED APART - THE RUN STOPS.
      *****************************************************************
       555-REGISTER-CHECK.
      *
           MOVE SPACE             TO CHECK-REGISTER-RECORD.
           SET CKR-ACCOUNT-OPERATING TO TRUE.
           MOVE WS-CHECK-NUMBER   TO CKR-CHECK-NUMBER
                                     CKR-SOURCE-REFERENCE.
           MOVE WS-BREAK-VENDOR   TO CKR-PAYEE-NUMBER.
           MOVE VND-NAME          TO CKR-PAYEE-NAME.
           MOVE WS-VENDOR-NET     TO CKR-AMOUNT.
           MOVE WS-RUN-DATE-MDY   TO CKR-ISSUE-DATE.
           SET CKR-STATUS-ISSUED TO TRUE.
           MOVE ZERO              TO CKR-PAID-AMOUNT
                                     CKR-REISSUE-NUMBER
                                     CKR-REISSUE-OF.
           MOVE 'N'               TO CKR-PPAY-ISSUE-SENT
                                     CKR-PPAY-VOID-SENT.
           WRITE CHECK-REGISTER-RECORD.
           IF NOT WS-CKRFILE-SUCCESS
               DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
               DISPLAY "CKRFILE WRITE ERROR CHECK " WS-CHECK-NUMBER
               STOP RUN
           END-IF.
      *
       560-MARK-VOUCHER-PAID.
      *
           MOVE PAY-KEY(WS-PAY-SUB) TO APV-KEY.
           READ APVFILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APVFILE READ ERROR " APV-KEY
               STOP RUN
           END-IF.
      *
           SET APV-STATUS-PAID TO TRUE.
           MOVE WS-CHECK-NUMBER TO APV-CHECK-NUMBER.
           MOVE WS-RUN-DATE-MDY TO APV-PAID-DATE.
           REWRITE AP-VOUCHER-RECORD.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APVFILE REWRITE ERROR " APV-KEY
               STOP RUN
           END-IF.
      *
       570-MARK-CREDIT-APPLIED.
      *
           MOVE CRT-KEY(WS-CRT-SUB) TO VCR-KEY.
           READ VCRFILE.
           IF NOT WS-VCRFILE-SUCCESS
               DISPLAY "WS-VCRFILE-SW=" WS-VCRFILE-SW
               DISPLAY "VCRFILE READ ERROR " VCR-KEY
               STOP RUN
           END-IF.
      *
           SET VCR-STATUS-APPLIED TO TRUE.
           MOVE WS-CHECK-NUMBER TO VCR-APPLIED-CHECK.
           MOVE WS-RUN-DATE-MDY TO VCR-APPLIED-DATE.
           REWRITE VENDOR-CREDIT-RECORD.
           IF NOT WS-VCRFILE-SUCCESS
               DISPLAY "WS-VCRFILE-SW=" WS-VCRFILE-SW
               DISPLAY "VCRFILE REWRITE ERROR " VCR-KEY
               STOP RUN
           END-IF.
      *
       590-PRINT-EXCEPTION.
      *
           MOVE WS-BREAK-VENDOR TO RPT-EXC-VENDOR.
           MOVE VND-NAME        TO RPT-EXC-NAME.
           WRITE PRINT-LINE FROM RPT-EXCEPTION-LINE.
      *
       700-PRINT-RUN-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CHECK-COUNT   TO RPT-TOT-CHECKS.
           MOVE WS-TOTAL-GROSS   TO RPT-TOT-GROSS.
           MOVE WS-TOTAL-CREDITS TO RPT-TOT-CREDITS.
           MOVE WS-TOTAL-NET     TO RPT-TOT-NET.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE-1.
      *
           MOVE WS-LINES-PAID      TO RPT-TOT-LINES-PAID.
           MOVE WS-NOT-DUE-COUNT   TO RPT-TOT-NOT-DUE.
           MOVE WS-DEFERRED-COUNT  TO RPT-TOT-DEFERRED.
           MOVE WS-CREDITS-CARRIED TO RPT-TOT-CARRIED.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE-2.
      *
           IF WS-CHECK-COUNT > ZERO
               MOVE WS-FIRST-CHECK TO RPT-TOT-FIRST-CHECK
               COMPUTE RPT-TOT-LAST-CHECK = WS-NEXT-CHECK - 1
               WRITE PRINT-LINE FROM RPT-TOTAL-LINE-3
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE PARM-FILE.
           CLOSE APVFILE.
           CLOSE VNDFILE.
           CLOSE TRMFILE.
           CLOSE VCRFILE.
           CLOSE APKFILE.
           CLOSE CKRFILE.
           CLOSE CHECK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "CHECKS CUT: " WS-CHECK-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
