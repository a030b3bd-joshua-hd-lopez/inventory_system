       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGRQB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    REQUEST-DRIVEN ARCHIVED LOG RETRIEVAL, THE LOG COUNTERPART
      *    OF ARCRQB2.  LOGPGB2 MOVES AGED AUDIT AND ACTIVITY LOG
      *    RECORDS OFF LINE ONTO THE SEQUENTIAL LOGARCH ARCHIVE.  THIS
      *    JOB READS A REQUEST FILE - A LOG NAME (NAVAB2, CMAAB2 ...),
      *    AN OPTIONAL KEY (OPERATOR, TERMINAL, CUSTOMER OR PRODUCT;
      *    A LEADING PART OF THE KEY IS ENOUGH) AND AN OPTIONAL
      *    FROM/TO DATE RANGE (YYYYMMDD) PER RECORD - AND SWEEPS THE
      *    ARCHIVE PRINTING EVERY ARCHIVED RECORD THAT MATCHES A
      *    REQUEST, LAID OUT FOR ITS LOG.  MULTIPLE ARCHIVE
      *    GENERATIONS ARE COVERED BY CONCATENATING THEM ON THE
      *    LOGARCH DD IN THE JOB STREAM, OLDEST FIRST.  EACH LOG'S
      *    RECORDS ARE COUNTED AGAINST THE CONTROL TRAILER LOGPGB2
      *    WROTE AFTER THEM, SO A DAMAGED OR TRUNCATED GENERATION IS
      *    REPORTED.  REQUESTS THAT MATCH NOTHING ARE LISTED AT THE
      *    END SO THE REQUESTER KNOWS TO LOOK FURTHER BACK.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO LOGREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQFILE-SW.

           SELECT ARCHIVE-FILE ASSIGN TO LOGARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REQUEST-RECORD.

       01  REQUEST-RECORD.
           05  REQ-FILE-NAME                 PIC X(08).
           05  REQ-RECORD-ID                 PIC X(20).
           05  REQ-FROM-DATE                 PIC X(08).
           05  REQ-TO-DATE                   PIC X(08).
           05  FILLER                        PIC X(06).
      *
       FD ARCHIVE-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS LOG-ARCHIVE-RECORD.
      *
       COPY LOGARC.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-REQFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-REQFILE-SUCCESS                VALUE '00'.
           88  WS-REQFILE-EOF                     VALUE '10'.
       01 WS-ARCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ARCFILE-SUCCESS                VALUE '00'.
           88  WS-ARCFILE-EOF                     VALUE '10'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-REQ-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-REQ-EOF                        VALUE 'Y'.
       01 WS-ARC-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-ARC-EOF                        VALUE 'Y'.
       01 WS-MATCHED-SW                      PIC X(01)  VALUE 'N'.
           88  WS-RECORD-MATCHED                 VALUE 'Y'.
      *
       01 WS-REQUEST-TABLE.
           05  WS-REQUEST-ENTRY OCCURS 200 TIMES.
               10  WS-REQ-FILE-NAME          PIC X(08).
               10  WS-REQ-RECORD-ID          PIC X(20).
               10  WS-REQ-ID-LENGTH          PIC S9(03) COMP-3.
               10  WS-REQ-FROM-DATE          PIC X(08).
               10  WS-REQ-TO-DATE            PIC X(08).
               10  WS-REQ-HIT-SW             PIC X(01).
                   88  WS-REQ-HIT                VALUE 'Y'.
       01 WS-REQUEST-COUNT                   PIC S9(03) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-COUNT                    PIC S9(03) COMP-3
                                              VALUE ZERO.
       01 WS-SUB                             PIC S9(03) COMP-3.
       01 WS-ID-LENGTH                       PIC S9(03) COMP-3.
       01 WS-PRINTED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-DETAIL-COUNT                    PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-TRAILER-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-OUT-OF-BALANCE-COUNT            PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
      *    RECORDS SEEN FOR EACH LOG SINCE ITS LAST TRAILER.
      *
       01 WS-LOG-NAME-VALUES.
           05  FILLER                        PIC X(08) VALUE 'NAVAB2'.
           05  FILLER                        PIC X(08) VALUE 'SGAAB2'.
           05  FILLER                        PIC X(08) VALUE 'OPAAB2'.
           05  FILLER                        PIC X(08) VALUE 'CMAAB2'.
           05  FILLER                        PIC X(08) VALUE 'CNAAB2'.
           05  FILLER                        PIC X(08) VALUE 'PRXAB2'.
           05  FILLER                        PIC X(08) VALUE 'ADTAB2'.
           05  FILLER                        PIC X(08) VALUE 'PRCAB2'.
           05  FILLER                        PIC X(08) VALUE 'CSTAB2'.
       01 WS-LOG-NAME-TABLE REDEFINES WS-LOG-NAME-VALUES.
           05  WS-LOG-NAME                   PIC X(08)
                                              OCCURS 9 TIMES.
       01 WS-LOG-SEEN-TABLE.
           05  WS-LOG-SEEN                   PIC S9(09) COMP-3
                                              OCCURS 9 TIMES.
       01 WS-LOG-SUB                         PIC S9(04) COMP.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
      *
      *    THE ARCHIVED IMAGE IS LAID BACK OVER ITS OWN LOG'S LAYOUT
      *    FOR PRINTING.
      *
       COPY NAVHIST.
       COPY SGNACT.
       COPY OPRAUDIT.
       COPY CMAUDIT.
       COPY CNTAUD.
       COPY PRCEXC.
       COPY ADJAUDIT.
       COPY PRCHIST.
       COPY CSTHIST.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               'ARCHIVED AUDIT AND ACTIVITY LOG RETRIEVAL'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(71) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(10) VALUE 'LOG'.
           05  FILLER          PIC X(10) VALUE 'DATE'.
           05  FILLER          PIC X(22) VALUE 'KEY'.
           05  FILLER          PIC X(90) VALUE 'DETAIL'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-FILE-NAME        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RECORD-DATE      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RECORD-ID        PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TEXT             PIC X(90).
      *
       01  RPT-NAV-TEXT.
           05  FILLER               PIC X(05) VALUE 'TIME '.
           05  RPT-NAV-TIME         PIC 9(07).
           05  FILLER               PIC X(10) VALUE '  PROGRAM '.
           05  RPT-NAV-PROGRAM      PIC X(08).
           05  FILLER               PIC X(11) VALUE '  TERMINAL '.
           05  RPT-NAV-TERMINAL     PIC X(04).
           05  FILLER               PIC X(45) VALUE SPACE.
      *
       01  RPT-SGA-TEXT.
           05  FILLER               PIC X(09) VALUE 'OPERATOR '.
           05  RPT-SGA-OPERATOR     PIC X(04).
           05  FILLER               PIC X(05) VALUE '  ON '.
           05  RPT-SGA-ON-DATE      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-SGA-ON-TIME      PIC 9(07).
           05  FILLER               PIC X(06) VALUE '  OFF '.
           05  RPT-SGA-OFF-DATE     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-SGA-OFF-TIME     PIC 9(07).
           05  FILLER               PIC X(07) VALUE '  TYPE '.
           05  RPT-SGA-OFF-TYPE     PIC X(01).
           05  FILLER               PIC X(26) VALUE SPACE.
      *
       01  RPT-OPA-TEXT.
           05  FILLER               PIC X(07) VALUE 'ACTION '.
           05  RPT-OPA-ACTION       PIC X(01).
           05  FILLER               PIC X(05) VALUE '  BY '.
           05  RPT-OPA-BY           PIC X(04).
           05  FILLER               PIC X(08) VALUE '  LEVEL '.
           05  RPT-OPA-OLD-LEVEL    PIC 9(01).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  RPT-OPA-NEW-LEVEL    PIC 9(01).
           05  FILLER               PIC X(09) VALUE '  STATUS '.
           05  RPT-OPA-OLD-STATUS   PIC X(01).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  RPT-OPA-NEW-STATUS   PIC X(01).
           05  FILLER               PIC X(17) VALUE
               '  PASSWORD RESET '.
           05  RPT-OPA-RESET        PIC X(01).
           05  FILLER               PIC X(26) VALUE SPACE.
      *
       01  RPT-CMA-TEXT.
           05  FILLER               PIC X(07) VALUE 'ACTION '.
           05  RPT-CMA-ACTION       PIC X(01).
           05  FILLER               PIC X(05) VALUE '  BY '.
           05  RPT-CMA-BY           PIC X(04).
           05  FILLER               PIC X(09) VALUE '  CREDIT '.
           05  RPT-CMA-OLD-LIMIT    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  RPT-CMA-NEW-LIMIT    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(08) VALUE '  TERMS '.
           05  RPT-CMA-OLD-TERMS    PIC X(03).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  RPT-CMA-NEW-TERMS    PIC X(03).
           05  FILLER               PIC X(16) VALUE SPACE.
      *
       01  RPT-CNA-TEXT.
           05  FILLER               PIC X(07) VALUE 'ACTION '.
           05  RPT-CNA-ACTION       PIC X(01).
           05  FILLER               PIC X(05) VALUE '  BY '.
           05  RPT-CNA-BY           PIC X(04).
           05  FILLER               PIC X(08) VALUE '  PRICE '.
           05  RPT-CNA-OLD-PRICE    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  RPT-CNA-NEW-PRICE    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(10) VALUE '  EXPIRES '.
           05  RPT-CNA-OLD-EXPIRES  PIC X(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  RPT-CNA-NEW-EXPIRES  PIC X(08).
           05  FILLER               PIC X(05) VALUE SPACE.
      *
       01  RPT-PRX-TEXT.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  RPT-PRX-CUSTOMER     PIC X(06).
           05  FILLER               PIC X(06) VALUE '  QTY '.
           05  RPT-PRX-QUANTITY     PIC Z(06)9-.
           05  FILLER               PIC X(06) VALUE '  NET '.
           05  RPT-PRX-NET-PRICE    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(07) VALUE '  COST '.
           05  RPT-PRX-UNIT-COST    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(14) VALUE '  APPROVED BY '.
           05  RPT-PRX-APPROVED-BY  PIC X(04).
           05  FILLER               PIC X(04) VALUE SPACE.
      *
       01  RPT-ADT-TEXT.
           05  FILLER               PIC X(07) VALUE 'REASON '.
           05  RPT-ADT-REASON       PIC X(03).
           05  FILLER               PIC X(09) VALUE '  BEFORE '.
           05  RPT-ADT-BEFORE       PIC Z(06)9-.
           05  FILLER               PIC X(08) VALUE '  AFTER '.
           05  RPT-ADT-AFTER        PIC Z(06)9-.
           05  FILLER               PIC X(11) VALUE '  OPERATOR '.
           05  RPT-ADT-OPERATOR     PIC X(04).
           05  FILLER               PIC X(32) VALUE SPACE.
      *
       01  RPT-PRC-TEXT.
           05  FILLER               PIC X(04) VALUE 'OLD '.
           05  RPT-PRC-OLD-PRICE    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(06) VALUE '  NEW '.
           05  RPT-PRC-NEW-PRICE    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(12) VALUE '  EFFECTIVE '.
           05  RPT-PRC-EFFECTIVE    PIC X(08).
           05  FILLER               PIC X(05) VALUE '  BY '.
           05  RPT-PRC-BY           PIC X(04).
           05  FILLER               PIC X(07) VALUE '  TYPE '.
           05  RPT-PRC-TYPE         PIC X(01).
           05  FILLER               PIC X(17) VALUE SPACE.
      *
       01  RPT-CST-TEXT.
           05  FILLER               PIC X(04) VALUE 'OLD '.
           05  RPT-CST-OLD-COST     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(06) VALUE '  NEW '.
           05  RPT-CST-NEW-COST     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(05) VALUE '  PO '.
           05  RPT-CST-PO-NUMBER    PIC 9(06).
           05  FILLER               PIC X(06) VALUE '  QTY '.
           05  RPT-CST-QUANTITY     PIC Z(06)9-.
           05  FILLER               PIC X(05) VALUE '  BY '.
           05  RPT-CST-BY           PIC X(04).
           05  FILLER               PIC X(09) VALUE '  SOURCE '.
           05  RPT-CST-SOURCE       PIC X(01).
           05  FILLER               PIC X(10) VALUE SPACE.
      *
       01  RPT-BALANCE-LINE.
           05  FILLER               PIC X(22) VALUE
               '*** OUT OF BALANCE - '.
           05  RPT-BAL-FILE-NAME    PIC X(08).
           05  FILLER               PIC X(11) VALUE ' ARCHIVED '.
           05  RPT-BAL-ARCHIVE-DATE PIC X(08).
           05  FILLER               PIC X(10) VALUE '  TRAILER '.
           05  RPT-BAL-EXPECTED     PIC Z(08)9.
           05  FILLER               PIC X(07) VALUE '  READ '.
           05  RPT-BAL-FOUND        PIC Z(08)9.
           05  FILLER               PIC X(48) VALUE SPACE.
      *
       01  RPT-UNMATCHED-LINE.
           05  FILLER               PIC X(26) VALUE
               'NO ARCHIVED MATCH FOR'.
           05  RPT-UNM-FILE-NAME    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-UNM-RECORD-ID    PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-UNM-FROM-DATE    PIC X(08).
           05  FILLER               PIC X(01) VALUE '-'.
           05  RPT-UNM-TO-DATE      PIC X(08).
           05  FILLER               PIC X(59) VALUE SPACE.
      *
       01  RPT-COUNT-LINE.
           05  RPT-CNT-LABEL        PIC X(36).
           05  RPT-CNT-COUNT        PIC Z(08)9.
           05  FILLER               PIC X(87) VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
      *
           PERFORM 100-OPEN-FILES.
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
           PERFORM 110-CLEAR-SEEN-COUNT
               VARYING WS-LOG-SUB FROM 1 BY 1
                 UNTIL WS-LOG-SUB > 9.
      *
           PERFORM 200-READ-REQUEST.
           PERFORM 300-LOAD-ONE-REQUEST
               UNTIL WS-REQ-EOF.
      *
           IF WS-REQUEST-COUNT = ZERO
               DISPLAY "LOGRQB2: NO VALID REQUESTS - NOTHING TO DO"
           ELSE
               PERFORM 400-READ-ARCHIVE
               PERFORM 500-MATCH-ONE-ARCHIVE
                   UNTIL WS-ARC-EOF
               PERFORM 750-CHECK-UNCLOSED-LOG
                   VARYING WS-LOG-SUB FROM 1 BY 1
                     UNTIL WS-LOG-SUB > 9
           END-IF.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM 800-LIST-UNMATCHED
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-REQUEST-COUNT.
      *
           PERFORM 850-PRINT-COUNTS.
           PERFORM 900-CLOSE-FILES.
      *
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT REQUEST-FILE.
           IF WS-REQFILE-SUCCESS
               DISPLAY "REQUEST-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-REQFILE-SW=" WS-REQFILE-SW
               DISPLAY "REQUEST-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCFILE-SUCCESS
               DISPLAY "ARCHIVE-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ARCFILE-SW=" WS-ARCFILE-SW
               DISPLAY "ARCHIVE-FILE OPEN ERROR"
               STOP RUN
           END-IF.
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
       110-CLEAR-SEEN-COUNT.
      *
           MOVE ZERO TO WS-LOG-SEEN(WS-LOG-SUB).
      *
       200-READ-REQUEST.
      *
           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SW
           END-READ.
      *
      *****************************************************************
      *    A REQUEST NAMES ONE OF THE PURGED LOGS.  THE KEY IS MATCHED
      *    ON AS MANY LEADING CHARACTERS AS WERE KEYED, SO A CUSTOMER
      *    NUMBER ALONE FINDS ALL OF THAT CUSTOMER'S CONTRACT CHANGES
      *    AND A PRODUCT ALONE ALL OF ITS ADJUSTMENTS.  A BLANK DATE
      *    LEAVES THAT END OF THE RANGE OPEN.
      *****************************************************************
       300-LOAD-ONE-REQUEST.
      *
           MOVE 1 TO WS-LOG-SUB.
           PERFORM 310-FIND-LOG
               UNTIL WS-LOG-SUB > 9
                  OR WS-LOG-NAME(WS-LOG-SUB) = REQ-FILE-NAME.
      *
           IF        WS-LOG-SUB NOT > 9
                 AND (REQ-FROM-DATE = SPACE OR REQ-FROM-DATE NUMERIC)
                 AND (REQ-TO-DATE = SPACE OR REQ-TO-DATE NUMERIC)
                 AND WS-REQUEST-COUNT < 200
               ADD 1 TO WS-REQUEST-COUNT
               MOVE REQ-FILE-NAME
                   TO WS-REQ-FILE-NAME(WS-REQUEST-COUNT)
               MOVE REQ-RECORD-ID
                   TO WS-REQ-RECORD-ID(WS-REQUEST-COUNT)
               MOVE ZERO TO WS-ID-LENGTH
               INSPECT REQ-RECORD-ID TALLYING WS-ID-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-ID-LENGTH
                   TO WS-REQ-ID-LENGTH(WS-REQUEST-COUNT)
               MOVE REQ-FROM-DATE
                   TO WS-REQ-FROM-DATE(WS-REQUEST-COUNT)
               MOVE REQ-TO-DATE
                   TO WS-REQ-TO-DATE(WS-REQUEST-COUNT)
               MOVE 'N'  TO WS-REQ-HIT-SW(WS-REQUEST-COUNT)
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "REQUEST REJECTED: " REQUEST-RECORD
           END-IF.
      *
           PERFORM 200-READ-REQUEST.
      *
       310-FIND-LOG.
      *
           ADD 1 TO WS-LOG-SUB.
      *
       400-READ-ARCHIVE.
      *
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-ARC-EOF-SW
           END-READ.
      *
      *****************************************************************
      *    DETAIL RECORDS ARE COUNTED PER LOG AND MATCHED AGAINST
      *    EVERY REQUEST; A TRAILER CLOSES OFF THAT LOG'S COUNT.
      *****************************************************************
       500-MATCH-ONE-ARCHIVE.
      *
           MOVE 1 TO WS-LOG-SUB.
           PERFORM 310-FIND-LOG
               UNTIL WS-LOG-SUB > 9
                  OR WS-LOG-NAME(WS-LOG-SUB) = LGA-FILE-NAME.
      *
           EVALUATE TRUE
               WHEN LGA-TRAILER
                   PERFORM 700-CHECK-TRAILER
               WHEN LGA-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   IF WS-LOG-SUB NOT > 9
                       ADD 1 TO WS-LOG-SEEN(WS-LOG-SUB)
                   END-IF
                   MOVE 'N' TO WS-MATCHED-SW
                   PERFORM 510-CHECK-ONE-REQUEST
                       VARYING WS-SUB FROM 1 BY 1
                         UNTIL WS-SUB > WS-REQUEST-COUNT
                   IF WS-RECORD-MATCHED
                       PERFORM 600-PRINT-ARCHIVED-RECORD
                   END-IF
           END-EVALUATE.
      *
           PERFORM 400-READ-ARCHIVE.
      *
       510-CHECK-ONE-REQUEST.
      *
           IF        WS-REQ-FILE-NAME(WS-SUB) = LGA-FILE-NAME
                 AND (WS-REQ-ID-LENGTH(WS-SUB) = ZERO
                   OR LGA-RECORD-ID(1:WS-REQ-ID-LENGTH(WS-SUB)) =
                      WS-REQ-RECORD-ID(WS-SUB)
                          (1:WS-REQ-ID-LENGTH(WS-SUB)))
                 AND (WS-REQ-FROM-DATE(WS-SUB) = SPACE
                   OR LGA-RECORD-DATE NOT < WS-REQ-FROM-DATE(WS-SUB))
                 AND (WS-REQ-TO-DATE(WS-SUB) = SPACE
                   OR LGA-RECORD-DATE NOT > WS-REQ-TO-DATE(WS-SUB))
               MOVE 'Y' TO WS-MATCHED-SW
               MOVE 'Y' TO WS-REQ-HIT-SW(WS-SUB)
           END-IF.
      *
       600-PRINT-ARCHIVED-RECORD.
      *
           MOVE LGA-FILE-NAME   TO RPT-FILE-NAME.
           MOVE LGA-RECORD-DATE TO RPT-RECORD-DATE.
           MOVE LGA-RECORD-ID   TO RPT-RECORD-ID.
           MOVE SPACE           TO RPT-TEXT.
      *
           EVALUATE LGA-FILE-NAME
               WHEN 'NAVAB2'
                   PERFORM 610-FORMAT-NAVAB2
               WHEN 'SGAAB2'
                   PERFORM 615-FORMAT-SGAAB2
               WHEN 'OPAAB2'
                   PERFORM 620-FORMAT-OPAAB2
               WHEN 'CMAAB2'
                   PERFORM 625-FORMAT-CMAAB2
               WHEN 'CNAAB2'
                   PERFORM 630-FORMAT-CNAAB2
               WHEN 'PRXAB2'
                   PERFORM 635-FORMAT-PRXAB2
               WHEN 'ADTAB2'
                   PERFORM 640-FORMAT-ADTAB2
               WHEN 'PRCAB2'
                   PERFORM 645-FORMAT-PRCAB2
               WHEN 'CSTAB2'
                   PERFORM 650-FORMAT-CSTAB2
           END-EVALUATE.
      *
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-PRINTED-COUNT.
      *
       610-FORMAT-NAVAB2.
      *
           MOVE LGA-RECORD-IMAGE TO NAV-AUDIT-RECORD.
           MOVE NAV-NAV-TIME     TO RPT-NAV-TIME.
           MOVE NAV-TO-PROGRAM   TO RPT-NAV-PROGRAM.
           MOVE NAV-TERMINAL-ID  TO RPT-NAV-TERMINAL.
           MOVE RPT-NAV-TEXT     TO RPT-TEXT.
      *
       615-FORMAT-SGAAB2.
      *
           MOVE LGA-RECORD-IMAGE TO SIGNON-ACTIVITY-RECORD.
           MOVE SGA-OPERATOR-ID  TO RPT-SGA-OPERATOR.
           MOVE SGA-SIGNON-DATE  TO RPT-SGA-ON-DATE.
           MOVE SGA-SIGNON-TIME  TO RPT-SGA-ON-TIME.
           MOVE SGA-SIGNOFF-DATE TO RPT-SGA-OFF-DATE.
           MOVE SGA-SIGNOFF-TIME TO RPT-SGA-OFF-TIME.
           MOVE SGA-SIGNOFF-TYPE TO RPT-SGA-OFF-TYPE.
           MOVE RPT-SGA-TEXT     TO RPT-TEXT.
      *
       620-FORMAT-OPAAB2.
      *
           MOVE LGA-RECORD-IMAGE       TO OPERATOR-AUDIT-RECORD.
           MOVE OPA-ACTION             TO RPT-OPA-ACTION.
           MOVE OPA-CHANGED-BY         TO RPT-OPA-BY.
           MOVE OPA-OLD-SECURITY-LEVEL TO RPT-OPA-OLD-LEVEL.
           MOVE OPA-NEW-SECURITY-LEVEL TO RPT-OPA-NEW-LEVEL.
           MOVE OPA-OLD-STATUS         TO RPT-OPA-OLD-STATUS.
           MOVE OPA-NEW-STATUS         TO RPT-OPA-NEW-STATUS.
           MOVE OPA-PASSWORD-RESET-SW  TO RPT-OPA-RESET.
           MOVE RPT-OPA-TEXT           TO RPT-TEXT.
      *
       625-FORMAT-CMAAB2.
      *
           MOVE LGA-RECORD-IMAGE     TO CUSTOMER-AUDIT-RECORD.
           MOVE CMA-ACTION           TO RPT-CMA-ACTION.
           MOVE CMA-CHANGED-BY       TO RPT-CMA-BY.
           MOVE CMA-OLD-CREDIT-LIMIT TO RPT-CMA-OLD-LIMIT.
           MOVE CMA-NEW-CREDIT-LIMIT TO RPT-CMA-NEW-LIMIT.
           MOVE CMA-OLD-TERMS-CODE   TO RPT-CMA-OLD-TERMS.
           MOVE CMA-NEW-TERMS-CODE   TO RPT-CMA-NEW-TERMS.
           MOVE RPT-CMA-TEXT         TO RPT-TEXT.
      *
       630-FORMAT-CNAAB2.
      *
           MOVE LGA-RECORD-IMAGE   TO CONTRACT-AUDIT-RECORD.
           MOVE CNA-ACTION         TO RPT-CNA-ACTION.
           MOVE CNA-CHANGED-BY     TO RPT-CNA-BY.
           MOVE CNA-OLD-PRICE      TO RPT-CNA-OLD-PRICE.
           MOVE CNA-NEW-PRICE      TO RPT-CNA-NEW-PRICE.
           MOVE CNA-OLD-EXPIRATION TO RPT-CNA-OLD-EXPIRES.
           MOVE CNA-NEW-EXPIRATION TO RPT-CNA-NEW-EXPIRES.
           MOVE RPT-CNA-TEXT       TO RPT-TEXT.
      *
       635-FORMAT-PRXAB2.
      *
           MOVE LGA-RECORD-IMAGE    TO PRICE-EXCEPTION-RECORD.
           MOVE PRX-CUSTOMER-NUMBER TO RPT-PRX-CUSTOMER.
           MOVE PRX-QUANTITY        TO RPT-PRX-QUANTITY.
           MOVE PRX-NET-PRICE       TO RPT-PRX-NET-PRICE.
           MOVE PRX-UNIT-COST       TO RPT-PRX-UNIT-COST.
           MOVE PRX-APPROVED-BY     TO RPT-PRX-APPROVED-BY.
           MOVE RPT-PRX-TEXT        TO RPT-TEXT.
      *
       640-FORMAT-ADTAB2.
      *
           MOVE LGA-RECORD-IMAGE    TO ADJUSTMENT-AUDIT-RECORD.
           MOVE ADT-REASON-CODE     TO RPT-ADT-REASON.
           MOVE ADT-QUANTITY-BEFORE TO RPT-ADT-BEFORE.
           MOVE ADT-QUANTITY-AFTER  TO RPT-ADT-AFTER.
           MOVE ADT-OPERATOR        TO RPT-ADT-OPERATOR.
           MOVE RPT-ADT-TEXT        TO RPT-TEXT.
      *
       645-FORMAT-PRCAB2.
      *
           MOVE LGA-RECORD-IMAGE   TO PRICE-CHANGE-RECORD.
           MOVE PRC-OLD-PRICE      TO RPT-PRC-OLD-PRICE.
           MOVE PRC-NEW-PRICE      TO RPT-PRC-NEW-PRICE.
           MOVE PRC-EFFECTIVE-DATE TO RPT-PRC-EFFECTIVE.
           MOVE PRC-CHANGED-BY     TO RPT-PRC-BY.
           MOVE PRC-CHANGE-TYPE    TO RPT-PRC-TYPE.
           MOVE RPT-PRC-TEXT       TO RPT-TEXT.
      *
       650-FORMAT-CSTAB2.
      *
           MOVE LGA-RECORD-IMAGE TO COST-CHANGE-RECORD.
           MOVE CST-OLD-COST     TO RPT-CST-OLD-COST.
           MOVE CST-NEW-COST     TO RPT-CST-NEW-COST.
           MOVE CST-PO-NUMBER    TO RPT-CST-PO-NUMBER.
           MOVE CST-RECEIPT-QTY  TO RPT-CST-QUANTITY.
           MOVE CST-CHANGED-BY   TO RPT-CST-BY.
           MOVE CST-SOURCE-SW    TO RPT-CST-SOURCE.
           MOVE RPT-CST-TEXT     TO RPT-TEXT.
      *
      *****************************************************************
      *    THE TRAILER'S ARCHIVED COUNT MUST EQUAL THE RECORDS READ
      *    FOR THAT LOG SINCE ITS PREVIOUS TRAILER.
      *****************************************************************
       700-CHECK-TRAILER.
      *
           ADD 1 TO WS-TRAILER-COUNT.
           IF WS-LOG-SUB NOT > 9
               IF WS-LOG-SEEN(WS-LOG-SUB) NOT = LGA-TRL-ARCHIVED-COUNT
                   MOVE LGA-TRL-ARCHIVED-COUNT TO RPT-BAL-EXPECTED
                   MOVE WS-LOG-SEEN(WS-LOG-SUB) TO RPT-BAL-FOUND
                   MOVE LGA-ARCHIVE-DATE TO RPT-BAL-ARCHIVE-DATE
                   PERFORM 760-PRINT-OUT-OF-BALANCE
               END-IF
               MOVE ZERO TO WS-LOG-SEEN(WS-LOG-SUB)
           END-IF.
      *
      *    RECORDS LEFT OVER AT THE END NEVER REACHED A TRAILER - THE
      *    LAST GENERATION WAS CUT SHORT.
      *
       750-CHECK-UNCLOSED-LOG.
      *
           IF WS-LOG-SEEN(WS-LOG-SUB) NOT = ZERO
               MOVE ZERO TO RPT-BAL-EXPECTED
               MOVE WS-LOG-SEEN(WS-LOG-SUB) TO RPT-BAL-FOUND
               MOVE 'NO TRLR' TO RPT-BAL-ARCHIVE-DATE
               MOVE WS-LOG-NAME(WS-LOG-SUB) TO LGA-FILE-NAME
               PERFORM 760-PRINT-OUT-OF-BALANCE
           END-IF.
      *
       760-PRINT-OUT-OF-BALANCE.
      *
           MOVE LGA-FILE-NAME TO RPT-BAL-FILE-NAME.
           WRITE PRINT-LINE FROM RPT-BALANCE-LINE.
           ADD 1 TO WS-OUT-OF-BALANCE-COUNT.
           DISPLAY "LOGARCH OUT OF BALANCE FOR " LGA-FILE-NAME.
      *
       800-LIST-UNMATCHED.
      *
           IF NOT WS-REQ-HIT(WS-SUB)
               MOVE WS-REQ-FILE-NAME(WS-SUB)  TO RPT-UNM-FILE-NAME
               MOVE WS-REQ-RECORD-ID(WS-SUB)  TO RPT-UNM-RECORD-ID
               MOVE WS-REQ-FROM-DATE(WS-SUB)  TO RPT-UNM-FROM-DATE
               MOVE WS-REQ-TO-DATE(WS-SUB)    TO RPT-UNM-TO-DATE
               WRITE PRINT-LINE FROM RPT-UNMATCHED-LINE
           END-IF.
      *
       850-PRINT-COUNTS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'ARCHIVED LOG RECORDS READ:' TO RPT-CNT-LABEL.
           MOVE WS-DETAIL-COUNT TO RPT-CNT-COUNT.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ARCHIVED LOG RECORDS PRINTED:' TO RPT-CNT-LABEL.
           MOVE WS-PRINTED-COUNT TO RPT-CNT-COUNT.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'CONTROL TRAILERS CHECKED:' TO RPT-CNT-LABEL.
           MOVE WS-TRAILER-COUNT TO RPT-CNT-COUNT.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'LOGS OUT OF BALANCE:' TO RPT-CNT-LABEL.
           MOVE WS-OUT-OF-BALANCE-COUNT TO RPT-CNT-COUNT.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE REQUEST-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "REQUESTS LOADED:      " WS-REQUEST-COUNT.
           DISPLAY "REQUESTS REJECTED:    " WS-REJECT-COUNT.
           DISPLAY "LOG RECORDS PRINTED:  " WS-PRINTED-COUNT.
           DISPLAY "LOGS OUT OF BALANCE:  " WS-OUT-OF-BALANCE-COUNT.
           DISPLAY "DONE".
