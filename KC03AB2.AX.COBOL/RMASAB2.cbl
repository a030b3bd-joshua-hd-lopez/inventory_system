      *  SCREEN (RMAMAB2/RMASAB2), USED BY RMAAB2.  MODELED ON
      *  ORDSET1, WITH THE RETURN LINES AS AN OCCURS GROUP.  THE
      *  PRODUCT AND ORIGINAL QUANTITY COLUMNS ARE DISPLAY-ONLY;
      *  THE RETURN QUANTITY AND WAREHOUSE ARE KEYED, WITH AN
      *  OPTIONAL RETURN REASON CODE FOR THE WHOLE RMA.  EACH LINE
      *  ALSO TAKES THE SERIAL NUMBER OF THE UNIT COMING BACK, SO THE
      *  AUTHORIZATION CAN WARN ON A UNIT OUT OF WARRANTY OR NEVER
      *  SHIPPED TO THE CUSTOMER.
      *****************************************************************
       01  RMAMAP1.
           05  RMA-D-TRANID           PIC X(04).
           05  RMA-D-INVNO            PIC X(06).
           05  RMA-D-CUSTNO           PIC X(06).
           05  RMA-D-STATUS           PIC X(10).
           05  RMA-L-REASON           PIC S9(4) COMP.
           05  RMA-A-REASON           PIC X.
           05  RMA-C-REASON           PIC X.
           05  RMA-H-REASON           PIC X.
           05  RMA-D-REASON           PIC X(03).
           05  RMA-MAP-LINE-ITEM OCCURS 10 TIMES.
               10  RMA-D-PCODE        PIC X(10).
               10  RMA-D-ORIGQTY      PIC X(07).
               10  RMA-C-WHS          PIC X.
               10  RMA-H-WHS          PIC X.
               10  RMA-D-WHS          PIC X(03).
               10  RMA-L-SERIAL       PIC S9(4) COMP.
               10  RMA-A-SERIAL       PIC X.
               10  RMA-C-SERIAL       PIC X.
               10  RMA-H-SERIAL       PIC X.
               10  RMA-D-SERIAL       PIC X(15).
           05  RMA-D-MESSAGE          PIC X(79).
           05  RMA-D-FKEY             PIC X(40).
           05  RMA-L-DUMMY            PIC S9(4) COMP.
