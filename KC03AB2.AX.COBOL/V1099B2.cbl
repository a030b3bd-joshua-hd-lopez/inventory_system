       IDENTIFICATION DIVISION.
       PROGRAM-ID. V1099B2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    YEAR-END 1099 RUN.  TOTALS THE CALENDAR YEAR'S ISSUED
      *    CHECKS ON THE APKAB2 PAYMENT HISTORY (NET AMOUNT - WHAT
      *    THE VENDOR WAS ACTUALLY PAID; VOIDED CHECKS DO NOT COUNT)
      *    FOR EVERY VENDOR FLAGGED 1099 REPORTABLE ON VNDAB2, AND
      *    SORTS THEM BY FORM (1099-NEC, THEN 1099-MISC) AND VENDOR.
      *    A VENDOR PAID AT OR OVER THE REPORTING THRESHOLD WITH A
      *    TAX ID ON FILE IS WRITTEN TO THE INFORMATION RETURN FILE
      *    (IRS1099, FIXED 750-BYTE T / A / B / C / F RECORDS: ONE
      *    TRANSMITTER RECORD, A PAYER RECORD AND ITS PAYEE RECORDS
      *    AND END-OF-PAYER TOTALS PER FORM, AND THE END OF
      *    TRANSMISSION).  THE REVIEW LISTING ON PRTOUT SHOWS EVERY
      *    REPORTABLE VENDOR PAID IN THE YEAR WITH WHAT HAPPENED TO
      *    IT - FILED, UNDER THRESHOLD, OR HELD BACK FOR A MISSING
      *    TAX ID (KEY THE ID THROUGH VNDMAB2 AND RERUN).
      *
      *    THE V99PARM CONTROL CARD CARRIES THE TAX YEAR (BLANK IS
      *    THE YEAR BEFORE THE PROCESSING DATE), THE THRESHOLD (BLANK
      *    IS 600.00; ROYALTIES ALWAYS USE 10.00), A T IN THE TEST
      *    SWITCH FOR A TEST FILE, AND THE PAYER'S TRANSMITTER CODE,
      *    TAX ID, NAME, ADDRESS, PHONE AND CONTACT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO V99PARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT APKFILE ASSIGN TO APKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APK-KEY
               FILE STATUS IS WS-APKFILE-SW.

           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-KEY
               FILE STATUS IS WS-VNDFILE-SW.

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

           SELECT IRS-FILE ASSIGN TO IRS1099
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRSFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-TAX-YEAR-X               PIC X(04).
           05  PARM-TAX-YEAR REDEFINES PARM-TAX-YEAR-X
                                             PIC 9(04).
           05  PARM-THRESHOLD-X              PIC X(09).
           05  PARM-THRESHOLD REDEFINES PARM-THRESHOLD-X
                                             PIC 9(07)V99.
           05  PARM-TEST-SW                  PIC X(01).
               88  PARM-TEST-FILE                VALUE 'T'.
           05  PARM-TCC                      PIC X(05).
           05  PARM-PAYER-TIN                PIC X(09).
           05  PARM-PAYER-NAME               PIC X(40).
           05  PARM-PAYER-ADDRESS            PIC X(40).
           05  PARM-PAYER-CITY               PIC X(25).
           05  PARM-PAYER-STATE              PIC X(02).
           05  PARM-PAYER-ZIP                PIC X(09).
           05  PARM-PAYER-PHONE              PIC X(15).
           05  PARM-CONTACT-NAME             PIC X(25).
           05  FILLER                        PIC X(16).
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD APKFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AP-CHECK-RECORD.
      *
       COPY APCHECK.
      *
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       COPY VENDOR.
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
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-FORM                      PIC X(01).
               88  SRT-FORM-NEC                  VALUE '1'.
               88  SRT-FORM-MISC                 VALUE '2'.
           05  SRT-VENDOR-NUMBER             PIC X(06).
           05  SRT-STATUS                    PIC X(01).
               88  SRT-TO-BE-FILED               VALUE 'F'.
               88  SRT-UNDER-THRESHOLD           VALUE 'U'.
               88  SRT-NO-TAX-ID                 VALUE 'T'.
           05  SRT-BOX                       PIC X(01).
           05  SRT-AMOUNT-CODE               PIC 9(02).
           05  SRT-PAID                      PIC S9(09)V99.
           05  SRT-CHECKS                    PIC S9(05).
      *
      *****************************************************************
      *    THE INFORMATION RETURN FILE.  EVERY RECORD IS 750 BYTES
      *    WITH ITS TYPE IN POSITION 1 AND A RUNNING SEQUENCE NUMBER
      *    IN 500-507.  AMOUNTS ARE CENTS, ZERO FILLED, NO SIGN.
      *****************************************************************
       FD IRS-FILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS IRS-RECORD.
       01  IRS-RECORD.
           05  IRS-RECORD-TYPE               PIC X(01).
           05  IRS-DATA-AREA                 PIC X(749).
      *
           05  IRS-T-AREA REDEFINES IRS-DATA-AREA.
               10  IRS-T-YEAR                PIC 9(04).
               10  IRS-T-PRIOR-YEAR          PIC X(01).
               10  IRS-T-TIN                 PIC X(09).
               10  IRS-T-TCC                 PIC X(05).
               10  FILLER                    PIC X(07).
               10  IRS-T-TEST                PIC X(01).
               10  IRS-T-FOREIGN             PIC X(01).
               10  IRS-T-NAME                PIC X(40).
               10  IRS-T-NAME-2              PIC X(40).
               10  IRS-T-COMPANY             PIC X(40).
               10  IRS-T-COMPANY-2           PIC X(40).
               10  IRS-T-ADDRESS             PIC X(40).
               10  IRS-T-CITY                PIC X(40).
               10  IRS-T-STATE               PIC X(02).
               10  IRS-T-ZIP                 PIC X(09).
               10  FILLER                    PIC X(15).
               10  IRS-T-PAYEE-COUNT         PIC 9(08).
               10  IRS-T-CONTACT             PIC X(40).
               10  IRS-T-CONTACT-PHONE       PIC X(15).
               10  IRS-T-CONTACT-EMAIL       PIC X(50).
               10  FILLER                    PIC X(91).
               10  IRS-T-SEQUENCE            PIC 9(08).
               10  FILLER                    PIC X(243).
      *
           05  IRS-A-AREA REDEFINES IRS-DATA-AREA.
               10  IRS-A-YEAR                PIC 9(04).
               10  IRS-A-COMBINED-FS         PIC X(01).
               10  FILLER                    PIC X(05).
               10  IRS-A-TIN                 PIC X(09).
               10  IRS-A-NAME-CONTROL        PIC X(04).
               10  IRS-A-LAST-FILING         PIC X(01).
               10  IRS-A-RETURN-TYPE         PIC X(02).
               10  IRS-A-AMOUNT-CODES        PIC X(18).
               10  FILLER                    PIC X(06).
               10  IRS-A-FOREIGN             PIC X(01).
               10  IRS-A-NAME                PIC X(40).
               10  IRS-A-NAME-2              PIC X(40).
               10  IRS-A-TRANSFER-AGENT      PIC X(01).
               10  IRS-A-ADDRESS             PIC X(40).
               10  IRS-A-CITY                PIC X(40).
               10  IRS-A-STATE               PIC X(02).
               10  IRS-A-ZIP                 PIC X(09).
               10  IRS-A-PHONE               PIC X(15).
               10  FILLER                    PIC X(260).
               10  IRS-A-SEQUENCE            PIC 9(08).
               10  FILLER                    PIC X(243).
      *
           05  IRS-B-AREA REDEFINES IRS-DATA-AREA.
               10  IRS-B-YEAR                PIC 9(04).
               10  IRS-B-CORRECTED           PIC X(01).
               10  IRS-B-NAME-CONTROL        PIC X(04).
               10  IRS-B-TIN-TYPE            PIC X(01).
               10  IRS-B-TIN                 PIC X(09).
               10  IRS-B-ACCOUNT             PIC X(20).
               10  IRS-B-OFFICE              PIC X(04).
               10  FILLER                    PIC X(10).
               10  IRS-B-AMOUNT              PIC 9(10)V99
                                             OCCURS 18 TIMES.
               10  FILLER                    PIC X(16).
               10  IRS-B-FOREIGN             PIC X(01).
               10  IRS-B-NAME                PIC X(40).
               10  IRS-B-NAME-2              PIC X(40).
               10  IRS-B-ADDRESS             PIC X(40).
               10  FILLER                    PIC X(40).
               10  IRS-B-CITY                PIC X(40).
               10  IRS-B-STATE               PIC X(02).
               10  IRS-B-ZIP                 PIC X(09).
               10  FILLER                    PIC X(01).
               10  IRS-B-SEQUENCE            PIC 9(08).
               10  FILLER                    PIC X(243).
      *
           05  IRS-C-AREA REDEFINES IRS-DATA-AREA.
               10  IRS-C-PAYEE-COUNT         PIC 9(08).
               10  FILLER                    PIC X(06).
               10  IRS-C-TOTAL               PIC 9(16)V99
                                             OCCURS 18 TIMES.
               10  FILLER                    PIC X(160).
               10  IRS-C-SEQUENCE            PIC 9(08).
               10  FILLER                    PIC X(243).
      *
           05  IRS-F-AREA REDEFINES IRS-DATA-AREA.
               10  IRS-F-PAYER-COUNT         PIC 9(08).
               10  IRS-F-ZEROS               PIC 9(21).
               10  FILLER                    PIC X(19).
               10  IRS-F-PAYEE-COUNT         PIC 9(08).
               10  FILLER                    PIC X(442).
               10  IRS-F-SEQUENCE            PIC 9(08).
               10  FILLER                    PIC X(243).
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
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-APKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APKFILE-SUCCESS                VALUE '00'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
       01 WS-IRSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-IRSFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-APK-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-APK-EOF                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-TABLE-FULL-SW                   PIC X(01)  VALUE 'N'.
           88  WS-TABLE-FULL                     VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
      *
       01 WS-TAX-YEAR                        PIC 9(04).
       01 WS-THRESHOLD                       PIC S9(07)V99 COMP-3.
       01 WS-ROYALTY-THRESHOLD               PIC S9(07)V99 COMP-3
                                              VALUE 10.00.
       01 WS-BOX-THRESHOLD                   PIC S9(07)V99 COMP-3.
       01 WS-CHECK-DATE                      PIC X(08).
       01 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05  WS-CHK-MM                     PIC X(02).
           05  WS-CHK-DD                     PIC X(02).
           05  WS-CHK-YYYY                   PIC X(04).
      *
       01  VENDOR-PAID-TABLE.
           05  VPD-ENTRY OCCURS 1000 TIMES.
               10  VPD-VENDOR-NUMBER         PIC X(06).
               10  VPD-PAID                  PIC S9(09)V99 COMP-3.
               10  VPD-CHECKS                PIC S9(05) COMP-3.
       01  WS-VPD-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-VPD-SUB                        PIC S9(05) COMP-3.
       01  WS-VPD-USE                        PIC S9(05) COMP-3.
      *
      *****************************************************************
      *    WHICH 1099-MISC AMOUNT CODES ARE IN USE THIS YEAR, FOR THE
      *    PAYER RECORD.  INDEX IS THE AMOUNT CODE POSITION (1-9 ARE
      *    CODES 1-9, 10 IS CODE A).
      *****************************************************************
       01  WS-MISC-CODE-USED-TABLE.
           05  WS-MISC-CODE-USED             PIC X(01)
                                             OCCURS 18 TIMES.
       01  WS-AMOUNT-CODE-CHARS              PIC X(18)
                                     VALUE '123456789ABCDEFGHJ'.
       01  WS-CODE-SUB                       PIC S9(03) COMP-3.
       01  WS-CODE-POS                       PIC S9(03) COMP-3.
      *
       01  WS-CURRENT-FORM                   PIC X(01)  VALUE SPACE.
       01  WS-SEQUENCE                       PIC 9(08)  VALUE ZERO.
       01  WS-TOTAL-PAYEES                   PIC 9(08)  VALUE ZERO.
       01  WS-PAYER-COUNT                    PIC 9(08)  VALUE ZERO.
       01  WS-FORM-PAYEES                    PIC 9(08)  VALUE ZERO.
       01  WS-FORM-TOTALS.
           05  WS-FORM-TOTAL                 PIC 9(16)V99
                                             OCCURS 18 TIMES.
       01  WS-FORM-HAS-PAYER-SW              PIC X(01)  VALUE 'N'.
           88  WS-FORM-HAS-PAYER                 VALUE 'Y'.
      *
       01  WS-FILED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-UNDER-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-NO-TIN-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-CHECK-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01  WS-FILED-TOTAL                    PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01  WS-HELD-TOTAL                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(30) VALUE
               '1099 YEAR-END REVIEW LISTING'.
           05  FILLER          PIC X(10) VALUE 'TAX YEAR: '.
           05  RPT-HDG-YEAR     PIC 9(04).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  FILLER          PIC X(11) VALUE 'THRESHOLD: '.
           05  RPT-HDG-THRESHOLD PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(04) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  RPT-HDG-TEST     PIC X(09).
           05  FILLER          PIC X(27) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(06) VALUE 'FORM'.
           05  FILLER          PIC X(14) VALUE 'BOX'.
           05  FILLER          PIC X(08) VALUE 'VEND#'.
           05  FILLER          PIC X(32) VALUE 'VENDOR NAME'.
           05  FILLER          PIC X(13) VALUE 'TAX ID'.
           05  FILLER          PIC X(08) VALUE ' CHECKS'.
           05  FILLER          PIC X(16) VALUE '   AMOUNT PAID'.
           05  FILLER          PIC X(35) VALUE '  STATUS'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-FORM             PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-BOX              PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VENDOR           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VENDOR-NAME      PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TAX-ID           PIC X(11).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHECKS           PIC ZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PAID             PIC Z(09)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-STATUS           PIC X(35).
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-VALUE        PIC Z(10)9.99-.
           05  FILLER               PIC X(87) VALUE SPACE.
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
           PERFORM 120-READ-PARM-CARD.
           MOVE 'V1099B2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-TAX-YEAR   TO RPT-HDG-YEAR.
           MOVE WS-THRESHOLD  TO RPT-HDG-THRESHOLD.
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           IF PARM-TEST-FILE
               MOVE 'TEST FILE' TO RPT-HDG-TEST
           ELSE
               MOVE SPACE TO RPT-HDG-TEST
           END-IF.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-CHECK.
           PERFORM 400-PROCESS-CHECK
               UNTIL WS-APK-EOF.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-FORM
                                SRT-VENDOR-NUMBER
               INPUT PROCEDURE IS 500-RELEASE-VENDORS
               OUTPUT PROCEDURE IS 600-WRITE-RETURNS.
      *
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-CHECK-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-FILED-COUNT TO WS-RUN-COUNT-OUT.
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
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-SUCCESS
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "V99PARM OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT APKFILE.
           IF NOT WS-APKFILE-SUCCESS
               DISPLAY "WS-APKFILE-SW=" WS-APKFILE-SW
               DISPLAY "APKFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT VNDFILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VNDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT IRS-FILE.
           IF NOT WS-IRSFILE-SUCCESS
               DISPLAY "WS-IRSFILE-SW=" WS-IRSFILE-SW
               DISPLAY "IRS1099 OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    THE PAYER'S TAX ID AND NAME ARE REQUIRED - A FILE WITHOUT
      *    THEM IS REJECTED ON SUBMISSION, SO THE RUN STOPS HERE.
      *****************************************************************
       120-READ-PARM-CARD.
      *
           READ PARM-FILE
               AT END
                   DISPLAY "NO CONTROL CARD - RUN ABANDONED"
                   STOP RUN
           END-READ.
      *
           IF PARM-TAX-YEAR-X = SPACE
               COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1
           ELSE
               IF PARM-TAX-YEAR-X NUMERIC
                   MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
               ELSE
                   DISPLAY "TAX YEAR MUST BE YYYY - RUN ABANDONED"
                   STOP RUN
               END-IF
           END-IF.
      *
           IF PARM-THRESHOLD-X = SPACE
               MOVE 600.00 TO WS-THRESHOLD
           ELSE
               IF PARM-THRESHOLD-X NUMERIC
                   MOVE PARM-THRESHOLD TO WS-THRESHOLD
               ELSE
                   DISPLAY "THRESHOLD NOT NUMERIC - RUN ABANDONED"
                   STOP RUN
               END-IF
           END-IF.
      *
           IF        PARM-PAYER-TIN NOT NUMERIC
                  OR PARM-PAYER-NAME = SPACE
               DISPLAY "PAYER TAX ID AND NAME REQUIRED - "
                       "RUN ABANDONED"
               STOP RUN
           END-IF.
      *
       300-READ-CHECK.
      *
           READ APKFILE
               AT END MOVE 'Y' TO WS-APK-EOF-SW
           END-READ.
      *
       400-PROCESS-CHECK.
      *
           MOVE APK-CHECK-DATE TO WS-CHECK-DATE.
           IF        APK-STATUS-ISSUED
                 AND WS-CHK-YYYY = WS-TAX-YEAR
               ADD 1 TO WS-CHECK-COUNT
               PERFORM 420-FIND-VENDOR-ENTRY
               IF WS-VPD-USE > ZERO
                   ADD APK-NET-AMOUNT TO VPD-PAID(WS-VPD-USE)
                   ADD 1 TO VPD-CHECKS(WS-VPD-USE)
               END-IF
           END-IF.
      *
           PERFORM 300-READ-CHECK.
      *
       420-FIND-VENDOR-ENTRY.
      *
           MOVE ZERO TO WS-VPD-USE.
           PERFORM 425-MATCH-VENDOR
               VARYING WS-VPD-SUB FROM 1 BY 1
                 UNTIL WS-VPD-SUB > WS-VPD-COUNT
                    OR WS-VPD-USE > ZERO.
           IF WS-VPD-USE = ZERO
               IF WS-VPD-COUNT < 1000
                   ADD 1 TO WS-VPD-COUNT
                   MOVE WS-VPD-COUNT TO WS-VPD-USE
                   MOVE APK-VENDOR-NUMBER
                       TO VPD-VENDOR-NUMBER(WS-VPD-USE)
                   MOVE ZERO TO VPD-PAID(WS-VPD-USE)
                                VPD-CHECKS(WS-VPD-USE)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
      *
       425-MATCH-VENDOR.
      *
           IF VPD-VENDOR-NUMBER(WS-VPD-SUB) = APK-VENDOR-NUMBER
               MOVE WS-VPD-SUB TO WS-VPD-USE
           END-IF.
      *
      *****************************************************************
      *    ONLY VENDORS FLAGGED REPORTABLE GO TO THE SORT.  EACH IS
      *    CLASSIFIED HERE SO THE TRANSMITTER RECORD, WHICH LEADS THE
      *    FILE, CAN CARRY THE PAYEE COUNT.
      *****************************************************************
       500-RELEASE-VENDORS.
      *
           MOVE SPACE TO WS-MISC-CODE-USED-TABLE.
           PERFORM 510-RELEASE-ONE-VENDOR
               VARYING WS-VPD-SUB FROM 1 BY 1
                 UNTIL WS-VPD-SUB > WS-VPD-COUNT.
      *
       510-RELEASE-ONE-VENDOR.
      *
           MOVE VPD-VENDOR-NUMBER(WS-VPD-SUB) TO VND-VENDOR-NUMBER.
           READ VNDFILE.
           IF        WS-VNDFILE-SUCCESS
                 AND VND-1099-REPORTABLE
                 AND VND-1099-BOX-VALID
               MOVE VND-VENDOR-NUMBER TO SRT-VENDOR-NUMBER
               MOVE VND-1099-BOX      TO SRT-BOX
               MOVE VPD-PAID(WS-VPD-SUB)   TO SRT-PAID
               MOVE VPD-CHECKS(WS-VPD-SUB) TO SRT-CHECKS
               MOVE WS-THRESHOLD TO WS-BOX-THRESHOLD
               EVALUATE TRUE
                   WHEN VND-1099-NEC-COMP
                       SET SRT-FORM-NEC TO TRUE
                       MOVE 1  TO SRT-AMOUNT-CODE
                   WHEN VND-1099-MISC-RENTS
                       SET SRT-FORM-MISC TO TRUE
                       MOVE 1  TO SRT-AMOUNT-CODE
                   WHEN VND-1099-MISC-ROYALTIES
                       SET SRT-FORM-MISC TO TRUE
                       MOVE 2  TO SRT-AMOUNT-CODE
                       MOVE WS-ROYALTY-THRESHOLD TO WS-BOX-THRESHOLD
                   WHEN VND-1099-MISC-OTHER
                       SET SRT-FORM-MISC TO TRUE
                       MOVE 3  TO SRT-AMOUNT-CODE
                   WHEN VND-1099-MISC-MEDICAL
                       SET SRT-FORM-MISC TO TRUE
                       MOVE 6  TO SRT-AMOUNT-CODE
                   WHEN OTHER
                       SET SRT-FORM-MISC TO TRUE
                       MOVE 10 TO SRT-AMOUNT-CODE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN VPD-PAID(WS-VPD-SUB) < WS-BOX-THRESHOLD
                       SET SRT-UNDER-THRESHOLD TO TRUE
                   WHEN VND-TAX-ID NOT NUMERIC
                       SET SRT-NO-TAX-ID TO TRUE
                   WHEN OTHER
                       SET SRT-TO-BE-FILED TO TRUE
                       ADD 1 TO WS-TOTAL-PAYEES
                       IF SRT-FORM-MISC
                           MOVE 'Y' TO
                               WS-MISC-CODE-USED(SRT-AMOUNT-CODE)
                       END-IF
               END-EVALUATE
               RELEASE SORT-RECORD
           END-IF.
      *
       600-WRITE-RETURNS.
      *
           PERFORM 610-WRITE-TRANSMITTER.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM 620-RETURN-SORTED-RECORD.
           PERFORM 630-PROCESS-ONE-PAYEE
               UNTIL WS-SORT-EOF.
           IF WS-FORM-HAS-PAYER
               PERFORM 680-WRITE-END-OF-PAYER
           END-IF.
           PERFORM 690-WRITE-END-OF-TRANSMISSION.
      *
       610-WRITE-TRANSMITTER.
      *
           MOVE SPACE TO IRS-RECORD.
           MOVE 'T'               TO IRS-RECORD-TYPE.
           MOVE WS-TAX-YEAR       TO IRS-T-YEAR.
           MOVE PARM-PAYER-TIN    TO IRS-T-TIN.
           MOVE PARM-TCC          TO IRS-T-TCC.
           IF PARM-TEST-FILE
               MOVE 'T' TO IRS-T-TEST
           END-IF.
           MOVE PARM-PAYER-NAME   TO IRS-T-NAME IRS-T-COMPANY.
           MOVE PARM-PAYER-ADDRESS TO IRS-T-ADDRESS.
           MOVE PARM-PAYER-CITY   TO IRS-T-CITY.
           MOVE PARM-PAYER-STATE  TO IRS-T-STATE.
           MOVE PARM-PAYER-ZIP    TO IRS-T-ZIP.
           MOVE WS-TOTAL-PAYEES   TO IRS-T-PAYEE-COUNT.
           MOVE PARM-CONTACT-NAME TO IRS-T-CONTACT.
           MOVE PARM-PAYER-PHONE  TO IRS-T-CONTACT-PHONE.
           PERFORM 700-WRITE-IRS-RECORD.
      *
       620-RETURN-SORTED-RECORD.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       630-PROCESS-ONE-PAYEE.
      *
           IF SRT-FORM NOT = WS-CURRENT-FORM
               IF WS-FORM-HAS-PAYER
                   PERFORM 680-WRITE-END-OF-PAYER
               END-IF
               MOVE SRT-FORM TO WS-CURRENT-FORM
           END-IF.
      *
           MOVE SRT-VENDOR-NUMBER TO VND-VENDOR-NUMBER.
           READ VNDFILE.
      *
           IF SRT-TO-BE-FILED
               IF NOT WS-FORM-HAS-PAYER
                   PERFORM 640-WRITE-PAYER
               END-IF
               PERFORM 650-WRITE-PAYEE
           END-IF.
           PERFORM 660-PRINT-REVIEW-LINE.
      *
           PERFORM 620-RETURN-SORTED-RECORD.
      *
       640-WRITE-PAYER.
      *
           MOVE SPACE TO IRS-RECORD.
           MOVE 'A'               TO IRS-RECORD-TYPE.
           MOVE WS-TAX-YEAR       TO IRS-A-YEAR.
           MOVE PARM-PAYER-TIN    TO IRS-A-TIN.
           IF SRT-FORM-NEC
               MOVE 'NE' TO IRS-A-RETURN-TYPE
               MOVE '1'  TO IRS-A-AMOUNT-CODES
           ELSE
               MOVE 'A ' TO IRS-A-RETURN-TYPE
               MOVE ZERO TO WS-CODE-POS
               PERFORM 645-ADD-MISC-CODE
                   VARYING WS-CODE-SUB FROM 1 BY 1
                     UNTIL WS-CODE-SUB > 18
           END-IF.
           MOVE PARM-PAYER-NAME    TO IRS-A-NAME.
           MOVE '0'                TO IRS-A-TRANSFER-AGENT.
           MOVE PARM-PAYER-ADDRESS TO IRS-A-ADDRESS.
           MOVE PARM-PAYER-CITY    TO IRS-A-CITY.
           MOVE PARM-PAYER-STATE   TO IRS-A-STATE.
           MOVE PARM-PAYER-ZIP     TO IRS-A-ZIP.
           MOVE PARM-PAYER-PHONE   TO IRS-A-PHONE.
           PERFORM 700-WRITE-IRS-RECORD.
      *
           ADD 1 TO WS-PAYER-COUNT.
           MOVE 'Y'  TO WS-FORM-HAS-PAYER-SW.
           MOVE ZERO TO WS-FORM-PAYEES.
           PERFORM 648-CLEAR-FORM-TOTAL
               VARYING WS-CODE-SUB FROM 1 BY 1
                 UNTIL WS-CODE-SUB > 18.
      *
       645-ADD-MISC-CODE.
      *
           IF WS-MISC-CODE-USED(WS-CODE-SUB) = 'Y'
               ADD 1 TO WS-CODE-POS
               MOVE WS-AMOUNT-CODE-CHARS(WS-CODE-SUB:1)
                   TO IRS-A-AMOUNT-CODES(WS-CODE-POS:1)
           END-IF.
      *
       648-CLEAR-FORM-TOTAL.
      *
           MOVE ZERO TO WS-FORM-TOTAL(WS-CODE-SUB).
      *
       650-WRITE-PAYEE.
      *
           MOVE SPACE TO IRS-RECORD.
           MOVE 'B'               TO IRS-RECORD-TYPE.
           MOVE WS-TAX-YEAR       TO IRS-B-YEAR.
           IF VND-TIN-SSN
               MOVE '2' TO IRS-B-TIN-TYPE
           ELSE
               MOVE '1' TO IRS-B-TIN-TYPE
           END-IF.
           MOVE VND-TAX-ID        TO IRS-B-TIN.
           MOVE VND-VENDOR-NUMBER TO IRS-B-ACCOUNT.
           PERFORM 655-ZERO-PAYEE-AMOUNT
               VARYING WS-CODE-SUB FROM 1 BY 1
                 UNTIL WS-CODE-SUB > 18.
           MOVE SRT-PAID TO IRS-B-AMOUNT(SRT-AMOUNT-CODE).
           MOVE VND-NAME          TO IRS-B-NAME.
           MOVE VND-ADDRESS       TO IRS-B-ADDRESS.
           MOVE VND-CITY          TO IRS-B-CITY.
           MOVE VND-STATE         TO IRS-B-STATE.
           IF VND-ZIP-CODE(6:1) = '-'
               MOVE VND-ZIP-CODE(1:5) TO IRS-B-ZIP(1:5)
               MOVE VND-ZIP-CODE(7:4) TO IRS-B-ZIP(6:4)
           ELSE
               MOVE VND-ZIP-CODE(1:9) TO IRS-B-ZIP
           END-IF.
           PERFORM 700-WRITE-IRS-RECORD.
      *
           ADD 1 TO WS-FORM-PAYEES.
           ADD SRT-PAID TO WS-FORM-TOTAL(SRT-AMOUNT-CODE).
      *
       655-ZERO-PAYEE-AMOUNT.
      *
           MOVE ZERO TO IRS-B-AMOUNT(WS-CODE-SUB).
      *
       660-PRINT-REVIEW-LINE.
      *
           IF SRT-FORM-NEC
               MOVE 'NEC'  TO RPT-FORM
           ELSE
               MOVE 'MISC' TO RPT-FORM
           END-IF.
           EVALUATE SRT-BOX
               WHEN 'N'  MOVE '1 NONEMP CMP' TO RPT-BOX
               WHEN 'R'  MOVE '1 RENTS'      TO RPT-BOX
               WHEN 'Y'  MOVE '2 ROYALTIES'  TO RPT-BOX
               WHEN 'O'  MOVE '3 OTHER INC'  TO RPT-BOX
               WHEN 'M'  MOVE '6 MEDICAL'    TO RPT-BOX
               WHEN OTHER MOVE '10 ATTORNEY' TO RPT-BOX
           END-EVALUATE.
           MOVE SRT-VENDOR-NUMBER TO RPT-VENDOR.
           MOVE VND-NAME          TO RPT-VENDOR-NAME.
           MOVE SPACE             TO RPT-TAX-ID.
           IF VND-TAX-ID NUMERIC
               IF VND-TIN-SSN
                   STRING VND-TAX-ID(1:3) '-' VND-TAX-ID(4:2) '-'
                          VND-TAX-ID(6:4) DELIMITED BY SIZE
                       INTO RPT-TAX-ID
               ELSE
                   STRING VND-TAX-ID(1:2) '-' VND-TAX-ID(3:7)
                          DELIMITED BY SIZE
                       INTO RPT-TAX-ID
               END-IF
           ELSE
               MOVE '** NONE **' TO RPT-TAX-ID
           END-IF.
           MOVE SRT-CHECKS        TO RPT-CHECKS.
           MOVE SRT-PAID          TO RPT-PAID.
           EVALUATE TRUE
               WHEN SRT-TO-BE-FILED
                   MOVE 'FILED' TO RPT-STATUS
                   ADD 1 TO WS-FILED-COUNT
                   ADD SRT-PAID TO WS-FILED-TOTAL
               WHEN SRT-UNDER-THRESHOLD
                   MOVE 'UNDER THRESHOLD - NOT FILED'
                       TO RPT-STATUS
                   ADD 1 TO WS-UNDER-COUNT
               WHEN OTHER
                   MOVE 'MISSING TAX ID - HELD, FIX AND RERUN'
                       TO RPT-STATUS
                   ADD 1 TO WS-NO-TIN-COUNT
                   ADD SRT-PAID TO WS-HELD-TOTAL
           END-EVALUATE.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       680-WRITE-END-OF-PAYER.
      *
           MOVE SPACE TO IRS-RECORD.
           MOVE 'C'            TO IRS-RECORD-TYPE.
           MOVE WS-FORM-PAYEES TO IRS-C-PAYEE-COUNT.
           PERFORM 685-MOVE-FORM-TOTAL
               VARYING WS-CODE-SUB FROM 1 BY 1
                 UNTIL WS-CODE-SUB > 18.
           PERFORM 700-WRITE-IRS-RECORD.
           MOVE 'N' TO WS-FORM-HAS-PAYER-SW.
      *
       685-MOVE-FORM-TOTAL.
      *
           MOVE WS-FORM-TOTAL(WS-CODE-SUB) TO IRS-C-TOTAL(WS-CODE-SUB).
      *
       690-WRITE-END-OF-TRANSMISSION.
      *
           MOVE SPACE TO IRS-RECORD.
           MOVE 'F'             TO IRS-RECORD-TYPE.
           MOVE WS-PAYER-COUNT  TO IRS-F-PAYER-COUNT.
           MOVE ZERO            TO IRS-F-ZEROS.
           MOVE WS-TOTAL-PAYEES TO IRS-F-PAYEE-COUNT.
           PERFORM 700-WRITE-IRS-RECORD.
      *
       700-WRITE-IRS-RECORD.
      *
           ADD 1 TO WS-SEQUENCE.
           EVALUATE IRS-RECORD-TYPE
               WHEN 'T'  MOVE WS-SEQUENCE TO IRS-T-SEQUENCE
               WHEN 'A'  MOVE WS-SEQUENCE TO IRS-A-SEQUENCE
               WHEN 'B'  MOVE WS-SEQUENCE TO IRS-B-SEQUENCE
               WHEN 'C'  MOVE WS-SEQUENCE TO IRS-C-SEQUENCE
               WHEN OTHER MOVE WS-SEQUENCE TO IRS-F-SEQUENCE
           END-EVALUATE.
           WRITE IRS-RECORD.
           IF NOT WS-IRSFILE-SUCCESS
               DISPLAY "WS-IRSFILE-SW=" WS-IRSFILE-SW
               DISPLAY "IRS1099 WRITE ERROR"
               STOP RUN
           END-IF.
      *
       800-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'CHECKS IN TAX YEAR:           ' TO RPT-TOT-LABEL.
           MOVE WS-CHECK-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PAYEES FILED:                 ' TO RPT-TOT-LABEL.
           MOVE WS-FILED-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'AMOUNT FILED:                 ' TO RPT-TOT-LABEL.
           MOVE WS-FILED-TOTAL TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'UNDER THRESHOLD:              ' TO RPT-TOT-LABEL.
           MOVE WS-UNDER-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'HELD - MISSING TAX ID:        ' TO RPT-TOT-LABEL.
           MOVE WS-NO-TIN-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'AMOUNT HELD:                  ' TO RPT-TOT-LABEL.
           MOVE WS-HELD-TOTAL TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           IF WS-NO-TIN-COUNT > ZERO
               DISPLAY "V1099B2: " WS-NO-TIN-COUNT
                       " REPORTABLE VENDORS HELD FOR MISSING TAX ID"
           END-IF.
           IF WS-TABLE-FULL
               DISPLAY "V1099B2: VENDOR TABLE FULL - RUN INCOMPLETE"
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE PARM-FILE.
           CLOSE APKFILE.
           CLOSE VNDFILE.
           CLOSE IRS-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "PAYEES FILED: " WS-FILED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
