      *****************************************************************
      *  INVYACT - INVENTORY JOURNAL ACTIVITY RECORD (IYAAB2).  THE
      *  NIGHTLY JOURNAL EXTRACT (GLEXTB2) KEEPS ONE RECORD PER
      *  POSTING DATE PER SOURCE OF THE INVENTORY (INVY) LINES IT
      *  WROTE THAT NIGHT, SO THE MONTH-END SUBLEDGER RECONCILIATION
      *  (INVRCB2) CAN ROLL THE GL INVENTORY BALANCE FORWARD BY
      *  SOURCE AFTER THE GLOUT INTERFACE FILE ITSELF IS GONE.  A
      *  RERUN OF THE SAME NIGHT REPLACES ITS RECORDS RATHER THAN
      *  ADDING TO THEM.  THE POSTING DATE IS YYYYMMDD SO A MONTH
      *  IS ONE RUN OF THE KEY.  SOURCES:
      *    SALE  COST OF INVOICED SALES, AND ITS REVERSAL ON A VOID
      *    RCPT  PO RECEIPTS AT PO COST
      *    ADJT  MANUAL AND QUARANTINE ADJUSTMENTS (ADTAB2)
      *    CCNT  CYCLE COUNT VARIANCES (ADTAB2 REASON CNT)
      *    RMAR  CUSTOMER RMA RETURNS
      *    RTVC  RETURN-TO-VENDOR CREDITS TAKEN ON A VENDOR CHECK
      *    KITB  KIT BUILDS
      *  A RUN FOR ONE COMPANY (COMSEL CARD) KEEPS ITS TOTALS UNDER
      *  THAT COMPANY'S CODE, SO THE COMPANIES' NIGHTLY RUNS DO NOT
      *  REPLACE ONE ANOTHER'S; AN ALL-COMPANY RUN FILES UNDER THE
      *  HOME CODE (BLANK).  50 BYTES.
      *****************************************************************
       01  INVY-ACTIVITY-RECORD.
           05  IYA-KEY.
               10  IYA-POSTING-DATE          PIC 9(08).
               10  IYA-COMPANY-CODE          PIC X(02).
               10  IYA-SOURCE-CODE           PIC X(04).
                   88  IYA-SOURCE-SALES          VALUE 'SALE'.
                   88  IYA-SOURCE-RECEIPT        VALUE 'RCPT'.
                   88  IYA-SOURCE-ADJUSTMENT     VALUE 'ADJT'.
                   88  IYA-SOURCE-CYCLE-COUNT    VALUE 'CCNT'.
                   88  IYA-SOURCE-RMA-RETURN     VALUE 'RMAR'.
                   88  IYA-SOURCE-RTV            VALUE 'RTVC'.
                   88  IYA-SOURCE-KIT-BUILD      VALUE 'KITB'.
           05  IYA-DEBIT-AMOUNT              PIC S9(11)V99.
           05  IYA-CREDIT-AMOUNT             PIC S9(11)V99.
           05  IYA-LINE-COUNT                PIC 9(05).
           05  FILLER                        PIC X(05).
