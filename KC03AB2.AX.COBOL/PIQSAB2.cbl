           05  PIQ-D-LIST             PIC Z(06)9.99.
           05  PIQ-D-BRKPRC           PIC Z(06)9.99.
           05  PIQ-D-BRKQTY           PIC Z(04)9.
           05  PIQ-D-PLEVEL           PIC X(02).
           05  PIQ-D-LVLPRC           PIC Z(06)9.99.
           05  PIQ-D-CONPRC           PIC Z(06)9.99.
           05  PIQ-D-PRMPRC           PIC Z(06)9.99.
           05  PIQ-D-WINNER           PIC X(12).
