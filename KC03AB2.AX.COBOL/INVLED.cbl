      *  SO RUNNING BALANCES STILL FOOT.  ILG-QUANTITY IS SIGNED -
      *  POSITIVE INTO STOCK, NEGATIVE OUT - SO ANY ON-HAND FIGURE
      *  CAN BE WALKED BACK TO SOURCE DOCUMENTS (ILGQAB2 SHOWS THE
      *  RUNNING BALANCE ONLINE).  GOODS HELD FOR INSPECTION ARE NOT
      *  ON HAND: A RECEIPT OR RETURN THAT GOES INTO QUARANTINE
      *  POSTS ITS RC OR RM AND A MATCHING NEGATIVE QI, AND EVERY
      *  QINAB2/RTVEAB2 DISPOSITION OF A QUARANTINE LOT POSTS A
      *  POSITIVE QO FOLLOWED BY THE AJ (SCRAP) OR RV (RETURN TO
      *  VENDOR) THAT TAKES IT OUT AGAIN - A RELEASE TO STOCK IS
      *  THE QO ALONE.  A CHANGE TO AN OPEN ORDER BEFORE IT SHIPS
      *  (ORDCHAB2) POSTS AN OC FOR THE STOCK IT MOVES - NEGATIVE
      *  WHEN THE ORDER TAKES MORE, POSITIVE WHEN STOCK GOES BACK.
      *****************************************************************
       01  INVENTORY-LEDGER-RECORD.
           05  ILG-KEY.
               88  ILG-TYPE-KIT-ISSUE              VALUE 'KI'.
               88  ILG-TYPE-KIT-BUILD              VALUE 'KB'.
               88  ILG-TYPE-OPENING                VALUE 'OB'.
               88  ILG-TYPE-QUARANTINE-IN          VALUE 'QI'.
               88  ILG-TYPE-QUARANTINE-OUT         VALUE 'QO'.
               88  ILG-TYPE-ORDER-CHANGE           VALUE 'OC'.
           05  ILG-QUANTITY                  PIC S9(07).
           05  ILG-DOCUMENT-NUMBER           PIC 9(06).
           05  ILG-OPERATOR                  PIC X(04).
