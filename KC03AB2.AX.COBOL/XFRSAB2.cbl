      *  XFRSAB2 - SYMBOLIC MAP FOR THE INTER-WAREHOUSE TRANSFER
      *  SCREEN (XFRMAB2/XFRSAB2), USED BY XFREAB2.  MODELED ON
      *  ORDSET1.  ACTION S SHIPS A NEW TRANSFER (PRODUCT, FROM, TO,
      *  QUANTITY); ACTION C CONFIRMS AND SHIPS A PENDING TRANSFER BY
      *  ITS NUMBER (QUANTITY OPTIONAL, TO SHIP LESS THAN PROPOSED);
      *  ACTION R RECEIVES AN IN-TRANSIT TRANSFER BY ITS NUMBER.
      *****************************************************************
       01  XFRMAP1.
           05  XFR-D-TRANID           PIC X(04).
