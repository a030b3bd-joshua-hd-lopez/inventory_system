      *****************************************************************
      *  RPTCAT - CATALOG OF THE BATCH REPORTS AN OPERATOR MAY ASK FOR
      *  FROM THE REPORT REQUEST SCREEN (RRQMAB2).  ONE ENTRY PER
      *  REPORT: ITS PROGRAM NAME (ALSO THE NAME OF ITS CATALOGUED
      *  PROCEDURE AND OF ITS RUNAB2 JOB), A DESCRIPTION, THE KIND OF
      *  PARAMETER CARD IT TAKES AND THE DD IT READS IT FROM, THE
      *  LOWEST OPERATOR SECURITY LEVEL THAT MAY ASK FOR IT, AND
      *  WHETHER THE REPORT REGISTERS ITSELF ON RUNAB2 - Y UNDER THE
      *  DAYAB2 PROCESSING DATE, W UNDER THE SYSTEM (WALL-CLOCK) DATE,
      *  N NOT AT ALL.  RRQDSB2 BUILDS THE CARD FROM THE REQUEST BY
      *  THE PARAMETER TYPE:
      *      N  NO CARD
      *      C  COMSEL CARD - ONE COMPANY, OR ALL COMPANIES
      *      D  FROM AND TO DATES, YYYYMMDD, COLUMNS 1-16
      *      M  MONTH, YYYYMM, COLUMNS 1-6
      *      L  LOT NUMBER, COLUMNS 1-10
      *      A  I PLUS AN INVOICE NUMBER OR C PLUS A CUSTOMER NUMBER
      *      W  WAREHOUSE, CATEGORY AND DUE-ONLY FLAG
      *      U  ONE CUSTOMER NUMBER
      *  A REPORT IS ADDED HERE, THE TABLE COUNT RAISED, AND RRQMAB2,
      *  RRQDSB2 AND RRQSTB2 RECOMPILED.
      *****************************************************************
       01  REPORT-CATALOG-VALUES.
      *
           05  FILLER          PIC X(08) VALUE 'AGERPB2'.
           05  FILLER          PIC X(30) VALUE
               'A/R AGING REPORT'.
           05  FILLER          PIC X(01) VALUE 'C'.
           05  FILLER          PIC X(08) VALUE 'COMSEL'.
           05  FILLER          PIC 9(01) VALUE 1.
           05  FILLER          PIC X(01) VALUE 'Y'.
      *
           05  FILLER          PIC X(08) VALUE 'INVREGB2'.
           05  FILLER          PIC X(30) VALUE
               'INVOICE REGISTER'.
           05  FILLER          PIC X(01) VALUE 'C'.
           05  FILLER          PIC X(08) VALUE 'COMSEL'.
           05  FILLER          PIC 9(01) VALUE 1.
           05  FILLER          PIC X(01) VALUE 'W'.
      *
           05  FILLER          PIC X(08) VALUE 'INVVLB2'.
           05  FILLER          PIC X(30) VALUE
               'INVENTORY VALUATION'.
           05  FILLER          PIC X(01) VALUE 'C'.
           05  FILLER          PIC X(08) VALUE 'COMSEL'.
           05  FILLER          PIC 9(01) VALUE 1.
           05  FILLER          PIC X(01) VALUE 'N'.
      *
           05  FILLER          PIC X(08) VALUE 'CMSTMB2'.
           05  FILLER          PIC X(30) VALUE
               'CUSTOMER STATEMENTS'.
           05  FILLER          PIC X(01) VALUE 'U'.
           05  FILLER          PIC X(08) VALUE 'CMSPARM'.
           05  FILLER          PIC 9(01) VALUE 1.
           05  FILLER          PIC X(01) VALUE 'N'.
      *
           05  FILLER          PIC X(08) VALUE 'SHSTRB2'.
           05  FILLER          PIC X(30) VALUE
               'MONTHLY SALES TREND BY PRODUCT'.
           05  FILLER          PIC X(01) VALUE 'N'.
           05  FILLER          PIC X(08) VALUE SPACE.
           05  FILLER          PIC 9(01) VALUE 1.
           05  FILLER          PIC X(01) VALUE 'N'.
      *
           05  FILLER          PIC X(08) VALUE 'CPRFB2'.
           05  FILLER          PIC X(30) VALUE
               'CUSTOMER PROFITABILITY'.
           05  FILLER          PIC X(01) VALUE 'N'.
           05  FILLER          PIC X(08) VALUE SPACE.
           05  FILLER          PIC 9(01) VALUE 1.
           05  FILLER          PIC X(01) VALUE 'Y'.
      *
           05  FILLER          PIC X(08) VALUE 'AUVRPB2'.
           05  FILLER          PIC X(30) VALUE
               'PRODUCT RESTRICTION VIOLATIONS'.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  FILLER          PIC X(08) VALUE 'AUVPARM'.
           05  FILLER          PIC 9(01) VALUE 1.
           05  FILLER          PIC X(01) VALUE 'Y'.
      *
           05  FILLER          PIC X(08) VALUE 'LSLRPB2'.
           05  FILLER          PIC X(30) VALUE
               'LOST SALES REPORT'.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  FILLER          PIC X(08) VALUE 'LSLPARM'.
           05  FILLER          PIC 9(01) VALUE 1.
           05  FILLER          PIC X(01) VALUE 'Y'.
      *
           05  FILLER          PIC X(08) VALUE 'SRVRPB2'.
           05  FILLER          PIC X(30) VALUE
               'ORDER SERVICE LEVEL REPORT'.
           05  FILLER          PIC X(01) VALUE 'M'.
           05  FILLER          PIC X(08) VALUE 'SRVPARM'.
           05  FILLER          PIC 9(01) VALUE 1.
           05  FILLER          PIC X(01) VALUE 'Y'.
      *
           05  FILLER          PIC X(08) VALUE 'LOTTRB2'.
           05  FILLER          PIC X(30) VALUE
               'LOT TRACE'.
           05  FILLER          PIC X(01) VALUE 'L'.
           05  FILLER          PIC X(08) VALUE 'LOTREQ'.
           05  FILLER          PIC 9(01) VALUE 1.
           05  FILLER          PIC X(01) VALUE 'N'.
      *
           05  FILLER          PIC X(08) VALUE 'ARCRQB2'.
           05  FILLER          PIC X(30) VALUE
               'ARCHIVED INVOICE REPRINT'.
           05  FILLER          PIC X(01) VALUE 'A'.
           05  FILLER          PIC X(08) VALUE 'ARCREQ'.
           05  FILLER          PIC 9(01) VALUE 1.
           05  FILLER          PIC X(01) VALUE 'N'.
      *
           05  FILLER          PIC X(08) VALUE 'CCSHTB2'.
           05  FILLER          PIC X(30) VALUE
               'CYCLE COUNT SHEETS'.
           05  FILLER          PIC X(01) VALUE 'W'.
           05  FILLER          PIC X(08) VALUE 'CCSSEL'.
           05  FILLER          PIC 9(01) VALUE 9.
           05  FILLER          PIC X(01) VALUE 'N'.
      *
       01  REPORT-CATALOG REDEFINES REPORT-CATALOG-VALUES.
           05  RCT-ENTRY                     OCCURS 12 TIMES.
               10  RCT-REPORT-NAME           PIC X(08).
               10  RCT-DESCRIPTION           PIC X(30).
               10  RCT-PARM-TYPE             PIC X(01).
                   88  RCT-PARM-NONE             VALUE 'N'.
                   88  RCT-PARM-COMPANY          VALUE 'C'.
                   88  RCT-PARM-DATE-RANGE       VALUE 'D'.
                   88  RCT-PARM-MONTH            VALUE 'M'.
                   88  RCT-PARM-LOT              VALUE 'L'.
                   88  RCT-PARM-ARCHIVE          VALUE 'A'.
                   88  RCT-PARM-WAREHOUSE        VALUE 'W'.
                   88  RCT-PARM-CUSTOMER         VALUE 'U'.
               10  RCT-PARM-DD               PIC X(08).
               10  RCT-MIN-LEVEL             PIC 9(01).
               10  RCT-REGISTERED-SW         PIC X(01).
                   88  RCT-REGISTERED            VALUE 'Y' 'W'.
                   88  RCT-REGISTERED-SYSTEM-DATE
                                                 VALUE 'W'.
      *
       01  RCT-ENTRY-COUNT                   PIC S9(03) COMP-3 VALUE 12.
       01  RCT-SUB                           PIC S9(03) COMP-3.
       01  RCT-FOUND-SW                      PIC X(01)  VALUE 'N'.
           88  RCT-FOUND                         VALUE 'Y'.
