      *  PRODUCT WITH NO RECORD ON THIS FILE FOR A GIVEN WAREHOUSE IS
      *  NOT STOCKED THERE, AND ORDER ENTRY FALLS BACK TO THE
      *  COMPANY-WIDE QUANTITY ON THE PRODUCT MASTER (PRDAB2).
      *  80 BYTES.
      *****************************************************************
       01  WAREHOUSE-INVENTORY-RECORD.
           05  WHS-KEY.
      *    CANNOT BOTH PROMISE THE SAME STOCK.
      *
           05  WHS-QUANTITY-ALLOCATED        PIC S9(07).
      *
      *    ABC CLASS FROM THE LAST ABCCLB2 RUN, RANKED WITHIN THE
      *    WAREHOUSE BY ANNUAL ISSUE VALUE AT COST.  SPACE MEANS NOT
      *    YET CLASSIFIED.  THE CLASS SETS HOW OFTEN CCSHTB2 PUTS THE
      *    ITEM ON A COUNT SHEET (SEE ABCPARM); CCPSTB2 STAMPS THE
      *    LAST COUNT DATE WHEN A COUNT POSTS.  DATES ARE MMDDYYYY.
      *
           05  WHS-ABC-CLASS                 PIC X(01).
               88  WHS-CLASS-A                     VALUE 'A'.
               88  WHS-CLASS-B                     VALUE 'B'.
               88  WHS-CLASS-C                     VALUE 'C'.
               88  WHS-CLASS-NONE                  VALUE SPACE.
           05  WHS-CLASS-DATE                PIC X(08).
           05  WHS-ANNUAL-ISSUE-VALUE        PIC S9(09)V99.
           05  WHS-LAST-COUNT-DATE           PIC X(08).
      *
      *    STOCK RECEIVED (RCVAB2) OR RETURNED (RMAAB2) THAT IS
      *    WAITING ON INSPECTION.  IT IS NOT PART OF ON-HAND, SO
      *    ORDER ENTRY, ATP AND THE BACKORDER RELEASE NEVER SEE IT;
      *    THE LOTS BEHIND IT ARE ON QTNAB2 AND QINAB2 DISPOSES OF
      *    THEM (RELEASE TO STOCK, SCRAP, OR BACK TO THE VENDOR).
      *
           05  WHS-QUANTITY-QUARANTINE       PIC S9(07).
           05  FILLER                        PIC X(05).
