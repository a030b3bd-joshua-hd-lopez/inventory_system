       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    SEGREGATION OF DUTIES CONFLICT REPORT.  AUDIT ASKS WHETHER
      *    ONE PERSON CAN BOTH CREATE AND APPROVE THE SAME
      *    TRANSACTION; THIS REPORT ANSWERS FROM WHAT ACTUALLY
      *    HAPPENED, NOT FROM WHAT THE SECURITY LEVELS ALLOW.  EVERY
      *    OPERATOR STAMP ON THE ACTIVITY FILES BECOMES A ROLE ON A
      *    TRANSACTION:
      *      REF  REFUND (REFAB2)        REFREQ REQUESTED
      *                                  REFDEC APPROVED/REJECTED
      *      CRQ  CREDIT HOLD (CRQAB2)   CRQENT CAPTURED
      *                                  CRQDEC RELEASED/REJECTED
      *      INV  INVOICE (INVAB2)       INVENT ENTERED
      *                                  INVVOI VOIDED
      *                                  PRXAPR BELOW-COST LINE
      *                                         APPROVED (PRXAB2)
      *      APV  PO LINE                APVENT VOUCHERED (APVAB2)
      *                                  APVRCV RECEIVED (RCTAB2)
      *                                  APVPOC CHANGED (PRVAB2)
      *      OPA  SECURITY CHANGE        OPACHG CHANGED BY
      *           (OPAAB2)               OPASUB CHANGED FOR
      *    THE ROLES ARE SORTED TOGETHER BY TRANSACTION AND EACH
      *    ACTIVE RULE ON THE SODAB2 RULE FILE (LOADED BY SODLOAB2)
      *    IS TESTED: WHERE THE SAME OPERATOR HOLDS BOTH ROLES OF A
      *    PAIR ON ONE TRANSACTION, THE CASE IS PRINTED WITH THE
      *    OPERATOR'S NAME FROM OPRAB2.  A SECURITY CHANGE KEYED BY
      *    THE VERY OPERATOR IT CHANGED IS THE OPACHG/OPASUB PAIR.
      *    WITH NO RULES LOADED THE BUILT-IN PAIRS BELOW ARE USED.  A
      *    BELOW-COST APPROVAL IS TIED TO ITS INVOICE BY PRODUCT,
      *    CUSTOMER AND THE INVOICE DATE, SINCE PRXAB2 DOES NOT CARRY
      *    THE INVOICE NUMBER.  THE WHOLE OF EACH FILE IS CHECKED -
      *    THE LOGPGB2 RETENTION PERIODS BOUND THE PERIOD COVERED.  AN
      *    ACTIVITY FILE NOT PRESENT IS SKIPPED AND NOTED ON THE
      *    CONSOLE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT SODFILE ASSIGN TO SODFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SOD-KEY
               FILE STATUS IS WS-SODFILE-SW.

           SELECT REFFILE ASSIGN TO REFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-ACTFILE-SW.

           SELECT CRQFILE ASSIGN TO CRQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRQ-KEY
               FILE STATUS IS WS-ACTFILE-SW.

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-ACTFILE-SW.

           SELECT PRXFILE ASSIGN TO PRXFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRX-KEY
               FILE STATUS IS WS-PRXFILE-SW.

           SELECT APVFILE ASSIGN TO APVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APV-KEY
               FILE STATUS IS WS-ACTFILE-SW.

           SELECT RCTFILE ASSIGN TO RCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-ACTFILE-SW.

           SELECT PRVFILE ASSIGN TO PRVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRV-KEY
               FILE STATUS IS WS-ACTFILE-SW.

           SELECT OPAFILE ASSIGN TO OPAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPA-KEY
               FILE STATUS IS WS-ACTFILE-SW.

           SELECT OPRFILE ASSIGN TO OPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-KEY
               FILE STATUS IS WS-OPRFILE-SW.

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

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD SODFILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SOD-RULE-RECORD.
      *
       COPY SODRULE.
      *
       FD REFFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REFUND-RECORD.
      *
       COPY REFUND.
      *
       FD CRQFILE
           RECORD CONTAINS 876 CHARACTERS
           DATA RECORD IS CREDIT-HOLD-RECORD.
      *
       COPY CRDHOLD.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       FD PRXFILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS PRICE-EXCEPTION-RECORD.
      *
       COPY PRCEXC.
      *
       FD APVFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS AP-VOUCHER-RECORD.
      *
       COPY APVCHR.
      *
       FD RCTFILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS RECEIVING-TRANSACTION-RECORD.
      *
       COPY RCVTRAN.
      *
       FD PRVFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PO-REVISION-RECORD.
      *
       COPY POREV.
      *
       FD OPAFILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS OPERATOR-AUDIT-RECORD.
      *
       COPY OPRAUDIT.
      *
       FD OPRFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPERATOR-RECORD.
      *
       COPY OPERMAS.
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
      *****************************************************************
      *    ONE SORT RECORD PER OPERATOR STAMP - THE ROLE AN OPERATOR
      *    PLAYED ON ONE TRANSACTION, WITH THE DATE (YYYYMMDD, BLANK
      *    WHERE THE FILE DOES NOT KEEP ONE) AND A LINE OF DETAIL.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-FAMILY                    PIC X(03).
           05  SRT-TRAN-KEY                  PIC X(20).
           05  SRT-ROLE                      PIC X(08).
           05  SRT-OPERATOR                  PIC X(04).
           05  SRT-ROLE-DATE                 PIC X(08).
           05  SRT-DETAIL                    PIC X(30).
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-SODFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SODFILE-SUCCESS                VALUE '00'.
       01 WS-ACTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ACTFILE-SUCCESS                VALUE '00'.
           88  WS-ACTFILE-NOT-PRESENT            VALUE '35'.
       01 WS-PRXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRXFILE-SUCCESS                VALUE '00'.
       01 WS-PRXFILE-AVAILABLE-SW            PIC X(01)  VALUE 'N'.
           88  WS-PRXFILE-AVAILABLE              VALUE 'Y'.
       01 WS-OPRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OPRFILE-SUCCESS                VALUE '00'.
       01 WS-OPRFILE-AVAILABLE-SW            PIC X(01)  VALUE 'N'.
           88  WS-OPRFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-PRX-DONE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-PRX-DONE                       VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-ACTFILE-NAME                    PIC X(08).
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
      *
       01 WS-MDY-DATE                        PIC X(08).
       01 WS-MDY-DATE-R REDEFINES WS-MDY-DATE.
           05  WS-MDY-MM                     PIC X(02).
           05  WS-MDY-DD                     PIC X(02).
           05  WS-MDY-YYYY                   PIC X(04).
       01 WS-YMD-DATE                        PIC X(08).
       01 WS-YMD-DATE-R REDEFINES WS-YMD-DATE.
           05  WS-YMD-YYYY                   PIC X(04).
           05  WS-YMD-MM                     PIC X(02).
           05  WS-YMD-DD                     PIC X(02).
      *
       01 WS-PO-LINE-KEY.
           05  WS-PLK-PO-NUMBER              PIC 9(06).
           05  FILLER                        PIC X(01)  VALUE '-'.
           05  WS-PLK-LINE-NUMBER            PIC 9(02).
       01 WS-OPA-TRAN-KEY.
           05  WS-OTK-OPERATOR-ID            PIC X(04).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  WS-OTK-CHANGE-DATE            PIC X(08).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  WS-OTK-CHANGE-TIME            PIC 9(06).
      *
       01 WS-DETAIL.
           05  WS-DTL-LABEL                  PIC X(05).
           05  WS-DTL-ID                     PIC X(10).
           05  FILLER                        PIC X(01)  VALUE SPACE.
           05  WS-DTL-AMOUNT                 PIC Z,ZZZ,ZZ9.99-
                                              BLANK WHEN ZERO.
       01 WS-DTL-AMOUNT-WORK                 PIC S9(09)V99 COMP-3.
      *
      *    THE ROLE CATALOG.  SODLOAB2 CARRIES THE SAME CODES.
      *
       01 WS-ROLE-VALUES.
           05  FILLER                        PIC X(35) VALUE
               'REFREQ  REFREFUND REQUESTED'.
           05  FILLER                        PIC X(35) VALUE
               'REFDEC  REFREFUND APPROVED/REJECTED'.
           05  FILLER                        PIC X(35) VALUE
               'CRQENT  CRQHOLD CAPTURED'.
           05  FILLER                        PIC X(35) VALUE
               'CRQDEC  CRQHOLD RELEASED/REJECTED'.
           05  FILLER                        PIC X(35) VALUE
               'INVENT  INVINVOICE ENTERED'.
           05  FILLER                        PIC X(35) VALUE
               'INVVOI  INVINVOICE VOIDED'.
           05  FILLER                        PIC X(35) VALUE
               'PRXAPR  INVBELOW-COST APPROVED'.
           05  FILLER                        PIC X(35) VALUE
               'APVENT  APVPO LINE VOUCHERED'.
           05  FILLER                        PIC X(35) VALUE
               'APVRCV  APVPO LINE RECEIVED'.
           05  FILLER                        PIC X(35) VALUE
               'APVPOC  APVPO LINE CHANGED'.
           05  FILLER                        PIC X(35) VALUE
               'OPACHG  OPASECURITY CHANGED BY'.
           05  FILLER                        PIC X(35) VALUE
               'OPASUB  OPASECURITY CHANGED FOR'.
       01 WS-ROLE-TABLE REDEFINES WS-ROLE-VALUES.
           05  WS-ROLE-ENTRY                 OCCURS 12 TIMES.
               10  WS-ROLE-CODE              PIC X(08).
               10  WS-ROLE-FAMILY            PIC X(03).
               10  WS-ROLE-DESC              PIC X(24).
       01 WS-ROLE-SUB                        PIC S9(04) COMP.
       01 WS-FIND-ROLE                       PIC X(08).
      *
      *    THE BUILT-IN PAIRS, USED WHEN SODAB2 IS MISSING OR EMPTY.
      *
       01 WS-DEFAULT-RULE-VALUES.
           05  FILLER                        PIC X(20) VALUE
               'SD01REFREQ  REFDEC  '.
           05  FILLER                        PIC X(40) VALUE
               'REFUND REQUESTED AND DECIDED BY ONE ID'.
           05  FILLER                        PIC X(20) VALUE
               'SD02CRQENT  CRQDEC  '.
           05  FILLER                        PIC X(40) VALUE
               'HOLD CAPTURED AND RELEASED BY ONE ID'.
           05  FILLER                        PIC X(20) VALUE
               'SD03PRXAPR  INVENT  '.
           05  FILLER                        PIC X(40) VALUE
               'BELOW-COST PRICE APPROVED ON OWN ORDER'.
           05  FILLER                        PIC X(20) VALUE
               'SD04APVENT  APVRCV  '.
           05  FILLER                        PIC X(40) VALUE
               'PO LINE RECEIVED AND VOUCHERED BY ONE ID'.
           05  FILLER                        PIC X(20) VALUE
               'SD05OPACHG  OPASUB  '.
           05  FILLER                        PIC X(40) VALUE
               'OPERATOR CHANGED OWN SECURITY'.
       01 WS-DEFAULT-RULE-TABLE REDEFINES WS-DEFAULT-RULE-VALUES.
           05  WS-DEFAULT-RULE               OCCURS 5 TIMES.
               10  WS-DFT-RULE-ID            PIC X(04).
               10  WS-DFT-FIRST-ROLE         PIC X(08).
               10  WS-DFT-SECOND-ROLE        PIC X(08).
               10  WS-DFT-DESCRIPTION        PIC X(40).
       01 WS-DEFAULT-COUNT                   PIC S9(04) COMP
                                              VALUE 5.
      *
      *    THE RULES IN FORCE FOR THIS RUN.
      *
       01 WS-RULE-TABLE.
           05  WS-RULE-ENTRY                 OCCURS 50 TIMES.
               10  WS-RULE-ID                PIC X(04).
               10  WS-RULE-FIRST-ROLE        PIC X(08).
               10  WS-RULE-SECOND-ROLE       PIC X(08).
               10  WS-RULE-DESCRIPTION       PIC X(40).
               10  WS-RULE-FAMILY            PIC X(03).
               10  WS-RULE-CONFLICTS         PIC S9(07) COMP-3.
       01 WS-RULE-COUNT                      PIC S9(04) COMP
                                              VALUE ZERO.
       01 WS-RULE-MAX                        PIC S9(04) COMP
                                              VALUE 50.
       01 WS-RULE-SUB                        PIC S9(04) COMP.
       01 WS-RULE-SOURCE                     PIC X(08)  VALUE SPACES.
       01 WS-FIRST-FAMILY                    PIC X(03).
      *
      *    THE ROLES OF THE TRANSACTION IN HAND.  A ROLE THE SAME
      *    OPERATOR PLAYED MORE THAN ONCE (THREE RECEIPTS AGAINST ONE
      *    PO LINE) IS KEPT ONCE.
      *
       01 WS-CURRENT-FAMILY                  PIC X(03).
       01 WS-CURRENT-TRAN-KEY                PIC X(20).
       01 WS-TRAN-ROLE-TABLE.
           05  WS-TRN-ENTRY                  OCCURS 100 TIMES.
               10  WS-TRN-ROLE               PIC X(08).
               10  WS-TRN-OPERATOR           PIC X(04).
               10  WS-TRN-DATE               PIC X(08).
               10  WS-TRN-DETAIL             PIC X(30).
       01 WS-TRN-COUNT                       PIC S9(04) COMP.
       01 WS-TRN-MAX                         PIC S9(04) COMP
                                              VALUE 100.
       01 WS-FIRST-SUB                       PIC S9(04) COMP.
       01 WS-SECOND-SUB                      PIC S9(04) COMP.
       01 WS-LINE-SUB                        PIC S9(04) COMP.
      *
       01 WS-ROLES-RELEASED                  PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-TRANSACTIONS-CHECKED            PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-CONFLICTS                 PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-ROLES-DROPPED                   PIC S9(09) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               'SEGREGATION OF DUTIES CONFLICT REPORT'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(71) VALUE SPACE.
      *
       01  RPT-RULE-HEADING.
           05  FILLER          PIC X(06) VALUE 'RULE'.
           05  FILLER          PIC X(10) VALUE 'FIRST'.
           05  FILLER          PIC X(10) VALUE 'SECOND'.
           05  FILLER          PIC X(42) VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(12) VALUE '   CONFLICTS'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(08) VALUE 'SOURCE'.
           05  FILLER          PIC X(42) VALUE SPACE.
      *
       01  RPT-RULE-LINE.
           05  RPT-RULE-ID          PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RULE-FIRST       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RULE-SECOND      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RULE-DESC        PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RULE-CONFLICTS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-RULE-SOURCE      PIC X(08).
           05  FILLER               PIC X(42) VALUE SPACE.
      *
       01  RPT-CONFLICT-HEADING-1.
           05  FILLER          PIC X(06) VALUE 'RULE'.
           05  FILLER          PIC X(26) VALUE 'TRANSACTION'.
           05  FILLER          PIC X(27) VALUE 'OPERATOR'.
           05  FILLER          PIC X(18) VALUE 'FIRST ROLE'.
           05  FILLER          PIC X(18) VALUE 'SECOND ROLE'.
           05  FILLER          PIC X(30) VALUE 'DETAIL'.
           05  FILLER          PIC X(07) VALUE SPACE.
      *
       01  RPT-CONFLICT-LINE.
           05  RPT-CFL-RULE-ID      PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CFL-FAMILY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-CFL-TRAN-KEY     PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CFL-OPERATOR     PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-CFL-OPER-NAME    PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CFL-FIRST-ROLE   PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-CFL-FIRST-DATE   PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-CFL-SECOND-ROLE  PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-CFL-SECOND-DATE  PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-CFL-DETAIL       PIC X(30).
           05  FILLER               PIC X(07) VALUE SPACE.
      *
       01  RPT-NO-CONFLICT-LINE.
           05  FILLER               PIC X(40) VALUE
               'NO SEGREGATION OF DUTIES CONFLICTS FOUND'.
           05  FILLER               PIC X(92) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-COUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(88) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'SODRPB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           PERFORM 120-GET-RULES.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-CONFLICT-HEADING-1.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-FAMILY
                                SRT-TRAN-KEY
                                SRT-ROLE
                                SRT-OPERATOR
                                SRT-ROLE-DATE
               INPUT PROCEDURE IS 500-RELEASE-ROLES
               OUTPUT PROCEDURE IS 600-CHECK-TRANSACTIONS.
      *
           IF WS-TOTAL-CONFLICTS = ZERO
               WRITE PRINT-LINE FROM RPT-NO-CONFLICT-LINE
           END-IF.
      *
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-ROLES-RELEASED  TO WS-RUN-COUNT-IN.
           MOVE WS-TOTAL-CONFLICTS TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
      *****************************************************************
      *    THE RUN WORKS THE BUSINESS DATE ON THE DAYAB2 DAY-CONTROL
      *    RECORD, NOT THE WALL CLOCK.  NO DAY FILE OR NO RECORD
      *    FALLS BACK TO THE SYSTEM DATE.
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
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT OPRFILE.
           IF WS-OPRFILE-SUCCESS
               MOVE 'Y' TO WS-OPRFILE-AVAILABLE-SW
           ELSE
               DISPLAY "OPRFILE NOT AVAILABLE - NAMES NOT PRINTED"
           END-IF.
      *
      *****************************************************************
      *    THE ACTIVE SODAB2 RULES, OR THE BUILT-IN PAIRS WHEN NONE
      *    ARE LOADED.  SODLOAB2 REJECTS BAD RULES AT LOAD TIME, BUT A
      *    ROLE NOT IN THE CATALOG OR A PAIR SPLIT ACROSS FAMILIES IS
      *    SKIPPED HERE TOO SO A HAND-EDITED FILE CANNOT MATCH NOTHING
      *    IN SILENCE.
      *****************************************************************
       120-GET-RULES.
      *
           OPEN INPUT SODFILE.
           IF WS-SODFILE-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 125-READ-RULE
               PERFORM 130-LOAD-RULE
                   UNTIL WS-EOF-YES
               CLOSE SODFILE
           ELSE
               DISPLAY "SODFILE NOT FOUND - BUILT-IN RULES USED"
           END-IF.
      *
           IF WS-RULE-COUNT = ZERO
               MOVE 'BUILT-IN' TO WS-RULE-SOURCE
               PERFORM 140-LOAD-DEFAULT-RULE
                   VARYING WS-RULE-SUB FROM 1 BY 1
                     UNTIL WS-RULE-SUB > WS-DEFAULT-COUNT
           ELSE
               MOVE 'SODAB2' TO WS-RULE-SOURCE
           END-IF.
      *
       125-READ-RULE.
      *
           READ SODFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       130-LOAD-RULE.
      *
           IF SOD-RULE-ACTIVE
               IF WS-RULE-COUNT < WS-RULE-MAX
                   MOVE SOD-RULE-ID     TO
                       WS-RULE-ID(WS-RULE-COUNT + 1)
                   MOVE SOD-FIRST-ROLE  TO
                       WS-RULE-FIRST-ROLE(WS-RULE-COUNT + 1)
                   MOVE SOD-SECOND-ROLE TO
                       WS-RULE-SECOND-ROLE(WS-RULE-COUNT + 1)
                   MOVE SOD-DESCRIPTION TO
                       WS-RULE-DESCRIPTION(WS-RULE-COUNT + 1)
                   PERFORM 145-ADD-RULE
               ELSE
                   DISPLAY "RULE TABLE FULL - RULE SKIPPED: "
                       SOD-RULE-ID
               END-IF
           END-IF.
      *
           PERFORM 125-READ-RULE.
      *
       140-LOAD-DEFAULT-RULE.
      *
           MOVE WS-DFT-RULE-ID(WS-RULE-SUB) TO
               WS-RULE-ID(WS-RULE-COUNT + 1).
           MOVE WS-DFT-FIRST-ROLE(WS-RULE-SUB) TO
               WS-RULE-FIRST-ROLE(WS-RULE-COUNT + 1).
           MOVE WS-DFT-SECOND-ROLE(WS-RULE-SUB) TO
               WS-RULE-SECOND-ROLE(WS-RULE-COUNT + 1).
           MOVE WS-DFT-DESCRIPTION(WS-RULE-SUB) TO
               WS-RULE-DESCRIPTION(WS-RULE-COUNT + 1).
           PERFORM 145-ADD-RULE.
      *
      *    THE RULE JUST MOVED INTO THE NEXT SLOT IS KEPT ONLY WHEN
      *    BOTH ITS ROLES ARE IN THE CATALOG AND IN ONE FAMILY.
      *
       145-ADD-RULE.
      *
           MOVE WS-RULE-FIRST-ROLE(WS-RULE-COUNT + 1) TO WS-FIND-ROLE.
           PERFORM 160-FIND-ROLE.
           MOVE SPACES TO WS-FIRST-FAMILY.
           IF WS-ROLE-SUB NOT > 12
               MOVE WS-ROLE-FAMILY(WS-ROLE-SUB) TO WS-FIRST-FAMILY
           END-IF.
      *
           MOVE WS-RULE-SECOND-ROLE(WS-RULE-COUNT + 1) TO WS-FIND-ROLE.
           PERFORM 160-FIND-ROLE.
           IF        WS-FIRST-FAMILY NOT = SPACES
                 AND WS-ROLE-SUB NOT > 12
                 AND WS-ROLE-FAMILY(WS-ROLE-SUB) = WS-FIRST-FAMILY
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-FIRST-FAMILY TO WS-RULE-FAMILY(WS-RULE-COUNT)
               MOVE ZERO TO WS-RULE-CONFLICTS(WS-RULE-COUNT)
           ELSE
               DISPLAY "RULE ROLES NOT VALID - RULE SKIPPED: "
                   WS-RULE-ID(WS-RULE-COUNT + 1)
           END-IF.
      *
       160-FIND-ROLE.
      *
           MOVE 1 TO WS-ROLE-SUB.
           PERFORM 165-NEXT-ROLE
               UNTIL WS-ROLE-SUB > 12
                  OR WS-ROLE-CODE(WS-ROLE-SUB) = WS-FIND-ROLE.
      *
       165-NEXT-ROLE.
      *
           ADD 1 TO WS-ROLE-SUB.
      *
      *****************************************************************
      *    SORT INPUT - EVERY OPERATOR STAMP ON EVERY ACTIVITY FILE.
      *    A BLANK STAMP (A REFUND OR HOLD NOT YET DECIDED, AN
      *    INVOICE FROM BEFORE THE ENTRY OPERATOR WAS KEPT) IS NOT A
      *    ROLE AND IS NOT RELEASED.
      *****************************************************************
       500-RELEASE-ROLES.
      *
           PERFORM 510-RELEASE-REFUNDS.
           PERFORM 520-RELEASE-CREDIT-HOLDS.
           PERFORM 530-RELEASE-INVOICES.
           PERFORM 540-RELEASE-VOUCHERS.
           PERFORM 550-RELEASE-RECEIPTS.
           PERFORM 560-RELEASE-PO-CHANGES.
           PERFORM 570-RELEASE-SECURITY-CHANGES.
      *
       510-RELEASE-REFUNDS.
      *
           MOVE 'REFFILE ' TO WS-ACTFILE-NAME.
           OPEN INPUT REFFILE.
           IF WS-ACTFILE-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 512-READ-REFUND
               PERFORM 511-RELEASE-ONE-REFUND
                   UNTIL WS-EOF-YES
               CLOSE REFFILE
           ELSE
               PERFORM 590-ACTIVITY-NOT-OPENED
           END-IF.
      *
       511-RELEASE-ONE-REFUND.
      *
           MOVE 'REF'               TO SRT-FAMILY.
           MOVE REF-REFUND-NUMBER   TO SRT-TRAN-KEY.
           MOVE 'CUST '             TO WS-DTL-LABEL.
           MOVE REF-CUSTOMER-NUMBER TO WS-DTL-ID.
           MOVE REF-AMOUNT          TO WS-DTL-AMOUNT.
           MOVE WS-DETAIL           TO SRT-DETAIL.
      *
           MOVE 'REFREQ'             TO SRT-ROLE.
           MOVE REF-REQUEST-OPERATOR TO SRT-OPERATOR.
           MOVE REF-REQUEST-DATE     TO WS-MDY-DATE.
           PERFORM 585-MDY-TO-ROLE-DATE.
           PERFORM 580-RELEASE-ROLE.
      *
           IF NOT REF-STATUS-PENDING
               MOVE 'REFDEC'              TO SRT-ROLE
               MOVE REF-DECISION-OPERATOR TO SRT-OPERATOR
               MOVE REF-DECISION-DATE     TO WS-MDY-DATE
               PERFORM 585-MDY-TO-ROLE-DATE
               PERFORM 580-RELEASE-ROLE
           END-IF.
      *
           PERFORM 512-READ-REFUND.
      *
       512-READ-REFUND.
      *
           READ REFFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       520-RELEASE-CREDIT-HOLDS.
      *
           MOVE 'CRQFILE ' TO WS-ACTFILE-NAME.
           OPEN INPUT CRQFILE.
           IF WS-ACTFILE-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 522-READ-CREDIT-HOLD
               PERFORM 521-RELEASE-ONE-HOLD
                   UNTIL WS-EOF-YES
               CLOSE CRQFILE
           ELSE
               PERFORM 590-ACTIVITY-NOT-OPENED
           END-IF.
      *
       521-RELEASE-ONE-HOLD.
      *
           MOVE 'CRQ'               TO SRT-FAMILY.
           MOVE CRQ-QUEUE-NUMBER    TO SRT-TRAN-KEY.
           MOVE 'CUST '             TO WS-DTL-LABEL.
           MOVE CRQ-CUSTOMER-NUMBER TO WS-DTL-ID.
           MOVE CRQ-ORDER-TOTAL     TO WS-DTL-AMOUNT.
           MOVE WS-DETAIL           TO SRT-DETAIL.
      *
           MOVE 'CRQENT'           TO SRT-ROLE.
           MOVE CRQ-ENTRY-OPERATOR TO SRT-OPERATOR.
           MOVE CRQ-ENTRY-DATE     TO WS-MDY-DATE.
           PERFORM 585-MDY-TO-ROLE-DATE.
           PERFORM 580-RELEASE-ROLE.
      *
           IF NOT CRQ-STATUS-PENDING
               MOVE 'CRQDEC'              TO SRT-ROLE
               MOVE CRQ-DECISION-OPERATOR TO SRT-OPERATOR
               MOVE CRQ-DECISION-DATE     TO WS-MDY-DATE
               PERFORM 585-MDY-TO-ROLE-DATE
               PERFORM 580-RELEASE-ROLE
           END-IF.
      *
           PERFORM 522-READ-CREDIT-HOLD.
      *
       522-READ-CREDIT-HOLD.
      *
           READ CRQFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
      *    THE BELOW-COST APPROVALS ARE PICKED UP LINE BY LINE OFF THE
      *    INVOICES, SO PRXAB2 IS OPENED ALONGSIDE INVAB2.
      *
       530-RELEASE-INVOICES.
      *
           OPEN INPUT PRXFILE.
           IF WS-PRXFILE-SUCCESS
               MOVE 'Y' TO WS-PRXFILE-AVAILABLE-SW
           ELSE
               MOVE 'N' TO WS-PRXFILE-AVAILABLE-SW
               DISPLAY "PRXFILE NOT AVAILABLE - PRXAPR NOT CHECKED"
           END-IF.
      *
           MOVE 'INVFILE ' TO WS-ACTFILE-NAME.
           OPEN INPUT INVFILE.
           IF WS-ACTFILE-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 532-READ-INVOICE
               PERFORM 531-RELEASE-ONE-INVOICE
                   UNTIL WS-EOF-YES
               CLOSE INVFILE
           ELSE
               PERFORM 590-ACTIVITY-NOT-OPENED
           END-IF.
      *
           IF WS-PRXFILE-AVAILABLE
               CLOSE PRXFILE
           END-IF.
      *
       531-RELEASE-ONE-INVOICE.
      *
           MOVE 'INV'               TO SRT-FAMILY.
           MOVE INV-INVOICE-NUMBER  TO SRT-TRAN-KEY.
           MOVE 'CUST '             TO WS-DTL-LABEL.
           MOVE INV-CUSTOMER-NUMBER TO WS-DTL-ID.
           MOVE INV-INVOICE-TOTAL   TO WS-DTL-AMOUNT.
           MOVE WS-DETAIL           TO SRT-DETAIL.
      *
           MOVE 'INVENT'           TO SRT-ROLE.
           MOVE INV-ENTRY-OPERATOR TO SRT-OPERATOR.
           MOVE INV-INVOICE-DATE   TO WS-MDY-DATE.
           PERFORM 585-MDY-TO-ROLE-DATE.
           PERFORM 580-RELEASE-ROLE.
      *
      *    THE VOID DATE IS THE TERMINAL'S EIBDATE, NOT A CALENDAR
      *    DATE, SO IT IS NOT CARRIED.
      *
           IF INV-VOIDED
               MOVE 'INVVOI'          TO SRT-ROLE
               MOVE INV-VOID-OPERATOR TO SRT-OPERATOR
               MOVE SPACES            TO SRT-ROLE-DATE
               PERFORM 580-RELEASE-ROLE
           END-IF.
      *
           IF WS-PRXFILE-AVAILABLE
               MOVE INV-INVOICE-DATE TO WS-MDY-DATE
               MOVE WS-MDY-YYYY TO WS-YMD-YYYY
               MOVE WS-MDY-MM   TO WS-YMD-MM
               MOVE WS-MDY-DD   TO WS-YMD-DD
               PERFORM 535-FIND-LINE-APPROVALS
                   VARYING WS-LINE-SUB FROM 1 BY 1
                     UNTIL WS-LINE-SUB > 10
           END-IF.
      *
           PERFORM 532-READ-INVOICE.
      *
       532-READ-INVOICE.
      *
           READ INVFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
      *    EVERY APPROVAL FOR THE LINE'S PRODUCT ON THE INVOICE DATE
      *    FOR THIS CUSTOMER IS TAKEN AS AN APPROVAL ON THIS INVOICE.
      *
       535-FIND-LINE-APPROVALS.
      *
           IF        INV-PRODUCT-CODE(WS-LINE-SUB) NOT = SPACES
                 AND NOT INV-LINE-CHARGE(WS-LINE-SUB)
               MOVE INV-PRODUCT-CODE(WS-LINE-SUB) TO PRX-PRODUCT-CODE
               MOVE WS-YMD-DATE TO PRX-EXCEPTION-DATE
               MOVE ZERO        TO PRX-EXCEPTION-TIME
                                   PRX-EXCEPTION-SEQ
               MOVE 'N' TO WS-PRX-DONE-SW
               START PRXFILE KEY NOT < PRX-KEY
                   INVALID KEY MOVE 'Y' TO WS-PRX-DONE-SW
               END-START
               IF NOT WS-PRX-DONE
                   PERFORM 537-READ-APPROVAL
               END-IF
               PERFORM 536-RELEASE-ONE-APPROVAL
                   UNTIL WS-PRX-DONE
           END-IF.
      *
       536-RELEASE-ONE-APPROVAL.
      *
           IF PRX-CUSTOMER-NUMBER = INV-CUSTOMER-NUMBER
               MOVE 'PRXAPR'         TO SRT-ROLE
               MOVE PRX-APPROVED-BY  TO SRT-OPERATOR
               MOVE WS-YMD-DATE      TO SRT-ROLE-DATE
               MOVE 'PROD '          TO WS-DTL-LABEL
               MOVE PRX-PRODUCT-CODE TO WS-DTL-ID
               MOVE PRX-NET-PRICE    TO WS-DTL-AMOUNT
               MOVE WS-DETAIL        TO SRT-DETAIL
               PERFORM 580-RELEASE-ROLE
           END-IF.
      *
           PERFORM 537-READ-APPROVAL.
      *
       537-READ-APPROVAL.
      *
           READ PRXFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PRX-DONE-SW
           END-READ.
           IF        NOT WS-PRX-DONE
                 AND (PRX-PRODUCT-CODE NOT =
                          INV-PRODUCT-CODE(WS-LINE-SUB)
                  OR  PRX-EXCEPTION-DATE NOT = WS-YMD-DATE)
               MOVE 'Y' TO WS-PRX-DONE-SW
           END-IF.
      *
      *    VOUCHERS, RECEIPTS AND PO CHANGES MEET ON THE PO LINE.  A
      *    VOUCHER LINE BILLED WITHOUT A PO HAS NOTHING TO MEET.
      *
       540-RELEASE-VOUCHERS.
      *
           MOVE 'APVFILE ' TO WS-ACTFILE-NAME.
           OPEN INPUT APVFILE.
           IF WS-ACTFILE-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 542-READ-VOUCHER
               PERFORM 541-RELEASE-ONE-VOUCHER
                   UNTIL WS-EOF-YES
               CLOSE APVFILE
           ELSE
               PERFORM 590-ACTIVITY-NOT-OPENED
           END-IF.
      *
       541-RELEASE-ONE-VOUCHER.
      *
           IF APV-PO-NUMBER NOT = ZERO
               MOVE APV-PO-NUMBER      TO WS-PLK-PO-NUMBER
               MOVE APV-PO-LINE-NUMBER TO WS-PLK-LINE-NUMBER
               MOVE 'APV'              TO SRT-FAMILY
               MOVE WS-PO-LINE-KEY     TO SRT-TRAN-KEY
               MOVE 'VINV '            TO WS-DTL-LABEL
               MOVE APV-VENDOR-INVOICE TO WS-DTL-ID
               COMPUTE WS-DTL-AMOUNT-WORK =
                   APV-QUANTITY-BILLED * APV-UNIT-COST-BILLED
               MOVE WS-DTL-AMOUNT-WORK TO WS-DTL-AMOUNT
               MOVE WS-DETAIL          TO SRT-DETAIL
               MOVE 'APVENT'           TO SRT-ROLE
               MOVE APV-OPERATOR       TO SRT-OPERATOR
               MOVE APV-VOUCHER-DATE   TO WS-MDY-DATE
               PERFORM 585-MDY-TO-ROLE-DATE
               PERFORM 580-RELEASE-ROLE
           END-IF.
      *
           PERFORM 542-READ-VOUCHER.
      *
       542-READ-VOUCHER.
      *
           READ APVFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       550-RELEASE-RECEIPTS.
      *
           MOVE 'RCTFILE ' TO WS-ACTFILE-NAME.
           OPEN INPUT RCTFILE.
           IF WS-ACTFILE-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 552-READ-RECEIPT
               PERFORM 551-RELEASE-ONE-RECEIPT
                   UNTIL WS-EOF-YES
               CLOSE RCTFILE
           ELSE
               PERFORM 590-ACTIVITY-NOT-OPENED
           END-IF.
      *
       551-RELEASE-ONE-RECEIPT.
      *
           MOVE RCT-PO-NUMBER     TO WS-PLK-PO-NUMBER.
           MOVE RCT-LINE-NUMBER   TO WS-PLK-LINE-NUMBER.
           MOVE 'APV'             TO SRT-FAMILY.
           MOVE WS-PO-LINE-KEY    TO SRT-TRAN-KEY.
           MOVE 'PROD '           TO WS-DTL-LABEL.
           MOVE RCT-PRODUCT-CODE  TO WS-DTL-ID.
           MOVE ZERO              TO WS-DTL-AMOUNT.
           MOVE WS-DETAIL         TO SRT-DETAIL.
           MOVE 'APVRCV'          TO SRT-ROLE.
           MOVE RCT-OPERATOR      TO SRT-OPERATOR.
           MOVE RCT-RECEIPT-DATE  TO WS-MDY-DATE.
           PERFORM 585-MDY-TO-ROLE-DATE.
           PERFORM 580-RELEASE-ROLE.
      *
           PERFORM 552-READ-RECEIPT.
      *
       552-READ-RECEIPT.
      *
           READ RCTFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       560-RELEASE-PO-CHANGES.
      *
           MOVE 'PRVFILE ' TO WS-ACTFILE-NAME.
           OPEN INPUT PRVFILE.
           IF WS-ACTFILE-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 562-READ-PO-CHANGE
               PERFORM 561-RELEASE-ONE-PO-CHANGE
                   UNTIL WS-EOF-YES
               CLOSE PRVFILE
           ELSE
               PERFORM 590-ACTIVITY-NOT-OPENED
           END-IF.
      *
       561-RELEASE-ONE-PO-CHANGE.
      *
           MOVE PRV-PO-NUMBER     TO WS-PLK-PO-NUMBER.
           MOVE PRV-LINE-NUMBER   TO WS-PLK-LINE-NUMBER.
           MOVE 'APV'             TO SRT-FAMILY.
           MOVE WS-PO-LINE-KEY    TO SRT-TRAN-KEY.
           MOVE 'PROD '           TO WS-DTL-LABEL.
           MOVE PRV-PRODUCT-CODE  TO WS-DTL-ID.
           MOVE ZERO              TO WS-DTL-AMOUNT.
           MOVE WS-DETAIL         TO SRT-DETAIL.
           MOVE 'APVPOC'          TO SRT-ROLE.
           MOVE PRV-CHANGED-BY    TO SRT-OPERATOR.
           MOVE PRV-CHANGE-DATE   TO WS-MDY-DATE.
           PERFORM 585-MDY-TO-ROLE-DATE.
           PERFORM 580-RELEASE-ROLE.
      *
           PERFORM 562-READ-PO-CHANGE.
      *
       562-READ-PO-CHANGE.
      *
           READ PRVFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
      *    ONE SECURITY CHANGE IS ONE TRANSACTION WITH TWO ROLES - THE
      *    ADMINISTRATOR WHO MADE IT AND THE OPERATOR IT WAS MADE TO.
      *
       570-RELEASE-SECURITY-CHANGES.
      *
           MOVE 'OPAFILE ' TO WS-ACTFILE-NAME.
           OPEN INPUT OPAFILE.
           IF WS-ACTFILE-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 572-READ-SECURITY-CHANGE
               PERFORM 571-RELEASE-ONE-CHANGE
                   UNTIL WS-EOF-YES
               CLOSE OPAFILE
           ELSE
               PERFORM 590-ACTIVITY-NOT-OPENED
           END-IF.
      *
       571-RELEASE-ONE-CHANGE.
      *
           MOVE OPA-OPERATOR-ID    TO WS-OTK-OPERATOR-ID.
           MOVE OPA-CHANGE-DATE    TO WS-OTK-CHANGE-DATE.
           MOVE OPA-CHANGE-TIME    TO WS-OTK-CHANGE-TIME.
           MOVE 'OPA'              TO SRT-FAMILY.
           MOVE WS-OPA-TRAN-KEY    TO SRT-TRAN-KEY.
           MOVE OPA-CHANGE-DATE    TO SRT-ROLE-DATE.
           MOVE 'SEC  '            TO WS-DTL-LABEL.
           MOVE SPACES             TO WS-DTL-ID.
           MOVE OPA-OLD-SECURITY-LEVEL TO WS-DTL-ID(1:1).
           MOVE '>'                    TO WS-DTL-ID(2:1).
           MOVE OPA-NEW-SECURITY-LEVEL TO WS-DTL-ID(3:1).
           MOVE OPA-OLD-STATUS         TO WS-DTL-ID(5:1).
           MOVE '>'                    TO WS-DTL-ID(6:1).
           MOVE OPA-NEW-STATUS         TO WS-DTL-ID(7:1).
           MOVE ZERO               TO WS-DTL-AMOUNT.
           MOVE WS-DETAIL          TO SRT-DETAIL.
      *
           MOVE 'OPACHG'           TO SRT-ROLE.
           MOVE OPA-CHANGED-BY     TO SRT-OPERATOR.
           PERFORM 580-RELEASE-ROLE.
      *
           MOVE 'OPASUB'           TO SRT-ROLE.
           MOVE OPA-OPERATOR-ID    TO SRT-OPERATOR.
           PERFORM 580-RELEASE-ROLE.
      *
           PERFORM 572-READ-SECURITY-CHANGE.
      *
       572-READ-SECURITY-CHANGE.
      *
           READ OPAFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       580-RELEASE-ROLE.
      *
           IF SRT-OPERATOR NOT = SPACES
               RELEASE SORT-RECORD
               ADD 1 TO WS-ROLES-RELEASED
           END-IF.
      *
       585-MDY-TO-ROLE-DATE.
      *
           IF WS-MDY-DATE NUMERIC
               MOVE WS-MDY-YYYY TO WS-YMD-YYYY
               MOVE WS-MDY-MM   TO WS-YMD-MM
               MOVE WS-MDY-DD   TO WS-YMD-DD
               MOVE WS-YMD-DATE TO SRT-ROLE-DATE
           ELSE
               MOVE SPACES TO SRT-ROLE-DATE
           END-IF.
      *
      *    A FILE NOT YET CREATED AT THIS SITE IS SKIPPED; ANY OTHER
      *    OPEN FAILURE STOPS THE RUN SO THE REPORT NEVER LOOKS CLEAN
      *    FOR WANT OF ITS INPUT.
      *
       590-ACTIVITY-NOT-OPENED.
      *
           IF WS-ACTFILE-NOT-PRESENT
               DISPLAY WS-ACTFILE-NAME " NOT FOUND - NOT CHECKED"
           ELSE
               DISPLAY "WS-ACTFILE-SW=" WS-ACTFILE-SW
               DISPLAY WS-ACTFILE-NAME " OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    SORT OUTPUT - GATHER EACH TRANSACTION'S ROLES, THEN TEST
      *    EVERY RULE OF ITS FAMILY AGAINST EVERY PAIR OF THEM.
      *****************************************************************
       600-CHECK-TRANSACTIONS.
      *
           PERFORM 610-RETURN-ROLE.
           PERFORM 620-CHECK-ONE-TRANSACTION
               UNTIL WS-SORT-EOF.
      *
       610-RETURN-ROLE.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-CHECK-ONE-TRANSACTION.
      *
           MOVE SRT-FAMILY   TO WS-CURRENT-FAMILY.
           MOVE SRT-TRAN-KEY TO WS-CURRENT-TRAN-KEY.
           MOVE ZERO         TO WS-TRN-COUNT.
           ADD 1 TO WS-TRANSACTIONS-CHECKED.
      *
           PERFORM 630-COLLECT-ONE-ROLE
               UNTIL WS-SORT-EOF
                  OR SRT-FAMILY   NOT = WS-CURRENT-FAMILY
                  OR SRT-TRAN-KEY NOT = WS-CURRENT-TRAN-KEY.
      *
           PERFORM 640-APPLY-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
                 UNTIL WS-RULE-SUB > WS-RULE-COUNT.
      *
       630-COLLECT-ONE-ROLE.
      *
           IF        WS-TRN-COUNT > ZERO
                 AND SRT-ROLE     = WS-TRN-ROLE(WS-TRN-COUNT)
                 AND SRT-OPERATOR = WS-TRN-OPERATOR(WS-TRN-COUNT)
               CONTINUE
           ELSE
               IF WS-TRN-COUNT < WS-TRN-MAX
                   ADD 1 TO WS-TRN-COUNT
                   MOVE SRT-ROLE      TO WS-TRN-ROLE(WS-TRN-COUNT)
                   MOVE SRT-OPERATOR  TO WS-TRN-OPERATOR(WS-TRN-COUNT)
                   MOVE SRT-ROLE-DATE TO WS-TRN-DATE(WS-TRN-COUNT)
                   MOVE SRT-DETAIL    TO WS-TRN-DETAIL(WS-TRN-COUNT)
               ELSE
                   ADD 1 TO WS-ROLES-DROPPED
               END-IF
           END-IF.
      *
           PERFORM 610-RETURN-ROLE.
      *
       640-APPLY-ONE-RULE.
      *
           IF WS-RULE-FAMILY(WS-RULE-SUB) = WS-CURRENT-FAMILY
               PERFORM 650-MATCH-ROLE-PAIR
                   VARYING WS-FIRST-SUB FROM 1 BY 1
                     UNTIL WS-FIRST-SUB > WS-TRN-COUNT
                   AFTER WS-SECOND-SUB FROM 1 BY 1
                     UNTIL WS-SECOND-SUB > WS-TRN-COUNT
           END-IF.
      *
       650-MATCH-ROLE-PAIR.
      *
           IF        WS-TRN-ROLE(WS-FIRST-SUB) =
                         WS-RULE-FIRST-ROLE(WS-RULE-SUB)
                 AND WS-TRN-ROLE(WS-SECOND-SUB) =
                         WS-RULE-SECOND-ROLE(WS-RULE-SUB)
                 AND WS-TRN-OPERATOR(WS-FIRST-SUB) =
                         WS-TRN-OPERATOR(WS-SECOND-SUB)
               PERFORM 660-PRINT-CONFLICT
           END-IF.
      *
       660-PRINT-CONFLICT.
      *
           ADD 1 TO WS-RULE-CONFLICTS(WS-RULE-SUB).
           ADD 1 TO WS-TOTAL-CONFLICTS.
      *
           MOVE WS-RULE-ID(WS-RULE-SUB)   TO RPT-CFL-RULE-ID.
           MOVE WS-CURRENT-FAMILY         TO RPT-CFL-FAMILY.
           MOVE WS-CURRENT-TRAN-KEY       TO RPT-CFL-TRAN-KEY.
           MOVE WS-TRN-OPERATOR(WS-FIRST-SUB) TO RPT-CFL-OPERATOR.
           MOVE WS-TRN-ROLE(WS-FIRST-SUB)  TO RPT-CFL-FIRST-ROLE.
           MOVE WS-TRN-DATE(WS-FIRST-SUB)  TO RPT-CFL-FIRST-DATE.
           MOVE WS-TRN-ROLE(WS-SECOND-SUB) TO RPT-CFL-SECOND-ROLE.
           MOVE WS-TRN-DATE(WS-SECOND-SUB) TO RPT-CFL-SECOND-DATE.
           MOVE WS-TRN-DETAIL(WS-FIRST-SUB) TO RPT-CFL-DETAIL.
      *
           MOVE SPACES TO RPT-CFL-OPER-NAME.
           IF WS-OPRFILE-AVAILABLE
               MOVE WS-TRN-OPERATOR(WS-FIRST-SUB) TO OPER-ID
               READ OPRFILE
               IF WS-OPRFILE-SUCCESS
                   MOVE OPER-NAME TO RPT-CFL-OPER-NAME
               ELSE
                   MOVE 'NOT ON FILE' TO RPT-CFL-OPER-NAME
               END-IF
           END-IF.
      *
           WRITE PRINT-LINE FROM RPT-CONFLICT-LINE.
      *
      *****************************************************************
      *    THE RULES CHECKED, WITH THE CONFLICTS EACH FOUND, THEN THE
      *    VOLUMES READ.
      *****************************************************************
       800-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-RULE-HEADING.
           PERFORM 810-PRINT-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
                 UNTIL WS-RULE-SUB > WS-RULE-COUNT.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'OPERATOR ROLES READ' TO RPT-TOT-LABEL.
           MOVE WS-ROLES-RELEASED TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TRANSACTIONS CHECKED' TO RPT-TOT-LABEL.
           MOVE WS-TRANSACTIONS-CHECKED TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'CONFLICTS FOUND' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-CONFLICTS TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           IF WS-ROLES-DROPPED > ZERO
               MOVE 'ROLES OVER TABLE - NOT CHECKED' TO RPT-TOT-LABEL
               MOVE WS-ROLES-DROPPED TO RPT-TOT-COUNT
               WRITE PRINT-LINE FROM RPT-TOTAL-LINE
           END-IF.
      *
       810-PRINT-RULE.
      *
           MOVE WS-RULE-ID(WS-RULE-SUB)          TO RPT-RULE-ID.
           MOVE WS-RULE-FIRST-ROLE(WS-RULE-SUB)  TO RPT-RULE-FIRST.
           MOVE WS-RULE-SECOND-ROLE(WS-RULE-SUB) TO RPT-RULE-SECOND.
           MOVE WS-RULE-DESCRIPTION(WS-RULE-SUB) TO RPT-RULE-DESC.
           MOVE WS-RULE-CONFLICTS(WS-RULE-SUB)   TO RPT-RULE-CONFLICTS.
           MOVE WS-RULE-SOURCE                   TO RPT-RULE-SOURCE.
           WRITE PRINT-LINE FROM RPT-RULE-LINE.
      *
       900-CLOSE-FILES.
      *
           IF WS-OPRFILE-AVAILABLE
               CLOSE OPRFILE
           END-IF.
           CLOSE PRINT-FILE.
      *
           DISPLAY "OPERATOR ROLES READ:  " WS-ROLES-RELEASED.
           DISPLAY "TRANSACTIONS CHECKED: " WS-TRANSACTIONS-CHECKED.
           DISPLAY "CONFLICTS FOUND:      " WS-TOTAL-CONFLICTS.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
