       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODLOAB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    LOADS THE SEGREGATION OF DUTIES RULE FILE (SODAB2) FROM A
      *    SEQUENTIAL INPUT FILE - ONE RECORD PER PAIR OF DUTIES THE
      *    SAME OPERATOR MUST NOT PERFORM ON ONE TRANSACTION, READ BY
      *    THE SODRPB2 CONFLICT REPORT.  A ROLE CODE SODRPB2 DOES NOT
      *    KNOW, A PAIR WHOSE TWO SIDES ARE THE SAME ROLE OR COME
      *    FROM DIFFERENT FAMILIES (A REFUND CANNOT BE MATCHED TO A
      *    VOUCHER), OR AN ACTIVE SWITCH OTHER THAN Y OR N IS
      *    REJECTED.  REJECTS ARE LISTED ON A PRINT REPORT THE SAME
      *    WAY THE HOUSEKEEPING CONTROL LOAD (HSKLOAB2) DOES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SODINPUT ASSIGN TO SODDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT SODFILE ASSIGN TO OUTFILE
               RECORD KEY IS SODOUT-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD SODINPUT
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SOD-RULE-RECORD.
      *
       COPY SODRULE.
      *
       FD SODFILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SODFILE-RECORD.
      *
       01  SODFILE-RECORD.
           05  SODOUT-KEY.
               10  SODOUT-RULE-ID            PIC X(04).
           05  SODOUT-FIRST-ROLE             PIC X(08).
           05  SODOUT-SECOND-ROLE            PIC X(08).
           05  SODOUT-DESCRIPTION            PIC X(40).
           05  SODOUT-ACTIVE-SW              PIC X(01).
           05  FILLER                        PIC X(09).
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 WS-INFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-INFILE-SUCCESS                 VALUE '00'.
           88  WS-INFILE-EOF                     VALUE '10'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW-IN                       PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                      VALUE 'N'.
           88  WS-EOF-IN-YES                     VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-LOADED-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-REASON                   PIC X(30)  VALUE SPACES.
      *
      *    THE ROLES SODRPB2 DRAWS FROM THE ACTIVITY FILES, EACH
      *    WITH THE FAMILY OF TRANSACTION IT BELONGS TO.
      *
       01 WS-ROLE-VALUES.
           05  FILLER                        PIC X(11) VALUE
               'REFREQ  REF'.
           05  FILLER                        PIC X(11) VALUE
               'REFDEC  REF'.
           05  FILLER                        PIC X(11) VALUE
               'CRQENT  CRQ'.
           05  FILLER                        PIC X(11) VALUE
               'CRQDEC  CRQ'.
           05  FILLER                        PIC X(11) VALUE
               'INVENT  INV'.
           05  FILLER                        PIC X(11) VALUE
               'INVVOI  INV'.
           05  FILLER                        PIC X(11) VALUE
               'PRXAPR  INV'.
           05  FILLER                        PIC X(11) VALUE
               'APVENT  APV'.
           05  FILLER                        PIC X(11) VALUE
               'APVRCV  APV'.
           05  FILLER                        PIC X(11) VALUE
               'APVPOC  APV'.
           05  FILLER                        PIC X(11) VALUE
               'OPACHG  OPA'.
           05  FILLER                        PIC X(11) VALUE
               'OPASUB  OPA'.
       01 WS-ROLE-TABLE REDEFINES WS-ROLE-VALUES.
           05  WS-ROLE-ENTRY                 OCCURS 12 TIMES.
               10  WS-ROLE-CODE              PIC X(08).
               10  WS-ROLE-FAMILY            PIC X(03).
       01 WS-ROLE-SUB                        PIC S9(04) COMP.
       01 WS-FIRST-SUB                       PIC S9(04) COMP.
       01 WS-SECOND-SUB                      PIC S9(04) COMP.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(41) VALUE
               'SEGREGATION OF DUTIES RULE LOAD - REJECTS'.
           05  FILLER          PIC X(91) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(04) VALUE 'RULE'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(08) VALUE 'FIRST'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(08) VALUE 'SECOND'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(03) VALUE 'ACT'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(30) VALUE 'REASON'.
           05  FILLER          PIC X(71) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-RULE-ID        PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  RPT-FIRST-ROLE     PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  RPT-SECOND-ROLE    PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  RPT-ACTIVE-SW      PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACE.
           05  RPT-REASON         PIC X(30).
           05  FILLER             PIC X(71) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER             PIC X(20) VALUE
               'RECORDS LOADED     '.
           05  RPT-TOTAL-LOADED   PIC Z(06)9.
           05  FILLER             PIC X(10) VALUE SPACE.
           05  FILLER             PIC X(20) VALUE
               'RECORDS REJECTED   '.
           05  RPT-TOTAL-REJECTED PIC Z(06)9.
           05  FILLER             PIC X(62) VALUE SPACE.

       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE SPACE TO WS-INFILE-SW
                         WS-OUTFILE-SW.
      *
           OPEN INPUT SODINPUT.
           IF WS-INFILE-SUCCESS
               DISPLAY "SODINPUT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "SODINPUT OPEN ERROR"
               GO TO 999-DONE
           END-IF.
      *
           OPEN OUTPUT SODFILE.
           IF WS-OUTFILE-SUCCESS
               DISPLAY "SODFILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "SODFILE OPENING ERROR"
               GO TO 999-DONE
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               GO TO 999-DONE
           END-IF.
      *
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           READ SODINPUT
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           IF WS-EOF-IN-NO THEN
               PERFORM 100-LOAD-PARA
                   UNTIL WS-EOF-IN-YES
           ELSE
               DISPLAY "NO DATA IN SODINPUT"
           END-IF.
      *
           MOVE WS-LOADED-COUNT   TO RPT-TOTAL-LOADED.
           MOVE WS-REJECT-COUNT   TO RPT-TOTAL-REJECTED.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           CLOSE PRINT-FILE.
           CLOSE SODINPUT.
           CLOSE SODFILE.
      *
       999-DONE.
           DISPLAY "DONE".
           DISPLAY "RECORDS LOADED:   " WS-LOADED-COUNT.
           DISPLAY "RECORDS REJECTED: " WS-REJECT-COUNT.
           STOP RUN.
      *
       100-LOAD-PARA.
      *
           MOVE 1 TO WS-ROLE-SUB.
           PERFORM 120-FIND-ROLE
               UNTIL WS-ROLE-SUB > 12
                  OR WS-ROLE-CODE(WS-ROLE-SUB) = SOD-FIRST-ROLE.
           MOVE WS-ROLE-SUB TO WS-FIRST-SUB.
      *
           MOVE 1 TO WS-ROLE-SUB.
           PERFORM 120-FIND-ROLE
               UNTIL WS-ROLE-SUB > 12
                  OR WS-ROLE-CODE(WS-ROLE-SUB) = SOD-SECOND-ROLE.
           MOVE WS-ROLE-SUB TO WS-SECOND-SUB.
      *
           EVALUATE TRUE
               WHEN SOD-RULE-ID = SPACE
                   MOVE 'BLANK RULE ID' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN WS-FIRST-SUB > 12
                   MOVE 'FIRST ROLE NOT IN CATALOG' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN WS-SECOND-SUB > 12
                   MOVE 'SECOND ROLE NOT IN CATALOG' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN WS-FIRST-SUB = WS-SECOND-SUB
                   MOVE 'BOTH SIDES ARE THE SAME ROLE' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN WS-ROLE-FAMILY(WS-FIRST-SUB) NOT =
                    WS-ROLE-FAMILY(WS-SECOND-SUB)
                   MOVE 'ROLES FROM DIFFERENT FAMILIES' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN NOT SOD-ACTIVE-VALID
                   MOVE 'ACTIVE SWITCH NOT Y OR N' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN OTHER
                   WRITE SODFILE-RECORD
                       FROM SOD-RULE-RECORD
                   IF WS-OUTFILE-SUCCESS
                       ADD 1 TO WS-LOADED-COUNT
                   ELSE
                       IF WS-OUTFILE-SW = '22'
                           MOVE 'DUPLICATE RULE ID' TO
                               WS-REJECT-REASON
                       ELSE
                           IF WS-OUTFILE-SW = '21'
                               MOVE 'INPUT NOT IN RULE ID ORDER' TO
                                   WS-REJECT-REASON
                           ELSE
                               MOVE 'WRITE ERROR STATUS=' TO
                                   WS-REJECT-REASON
                               MOVE WS-OUTFILE-SW TO
                                   WS-REJECT-REASON(20:2)
                           END-IF
                       END-IF
                       PERFORM 150-WRITE-REJECT
                   END-IF
           END-EVALUATE.
      *
           READ SODINPUT
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       120-FIND-ROLE.
      *
           ADD 1 TO WS-ROLE-SUB.
      *
       150-WRITE-REJECT.
      *
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SOD-RULE-ID      TO RPT-RULE-ID.
           MOVE SOD-FIRST-ROLE   TO RPT-FIRST-ROLE.
           MOVE SOD-SECOND-ROLE  TO RPT-SECOND-ROLE.
           MOVE SOD-ACTIVE-SW    TO RPT-ACTIVE-SW.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
