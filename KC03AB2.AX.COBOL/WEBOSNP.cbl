      *****************************************************************
      *  WEBOSNP - CUSTOMER PORTAL ORDER STATUS SNAPSHOT (WOSAB2).
      *  ONE ROW PER ROW THE PORTAL HOLDS: THE ORDER (LINE 00, KEYED
      *  BY THE ORDER'S FIRST INVAB2 SEGMENT) AND EACH BACKORDERED
      *  LINE (KEYED BY THE SEGMENT AND LINE IT WAS SHORTED ON),
      *  WITH THE WEBORD IMAGE LAST SENT FOR IT.  WEBOSB2 SENDS A ROW
      *  ONLY WHEN ITS IMAGE CHANGES, AND STAMPS EVERY ROW IT STILL
      *  FINDS; A ROW NOT STAMPED BY THE RUN IS SENT AS A DELETE AND
      *  DROPPED.  CREATED BY THE FIRST RUN.  180 BYTES.
      *****************************************************************
       01  WEB-ORDER-SNAPSHOT-RECORD.
           05  WOS-KEY.
               10  WOS-INVOICE-NUMBER        PIC 9(06).
               10  WOS-LINE-NUMBER           PIC 9(02).
           05  WOS-SENT-IMAGE                PIC X(150).
           05  WOS-SEEN-STAMP                PIC X(14).
           05  WOS-SENT-DATE                 PIC X(08).
