      *****************************************************************
      *  CTRSAB2 - SYMBOLIC MAP FOR THE COUNTER SALE SCREEN
      *  (CTRMAB2/CTRSAB2), USED BY CTRAB2.  THE OPERATOR KEYS THE
      *  CUSTOMER, THE BRANCH AND UP TO EIGHT PRODUCT LINES; THE
      *  PRICED SALE COMES BACK WITH ITS TAX AND TOTAL, THE LINES
      *  PROTECTED AND THE TENDER FIELDS (TYPE, CHECK NUMBER OR CARD
      *  AUTHORIZATION, AMOUNT HANDED OVER) OPEN.  FIELDS THAT ARE
      *  EDITED CARRY LENGTH, ATTRIBUTE, COLOR AND HIGHLIGHT BYTES AS
      *  IN ORDSET1.
      *****************************************************************
       01  CTRMAP1.
           05  CTR-D-TRANID           PIC X(04).
           05  CTR-D-INSTR            PIC X(79).
           05  CTR-L-CUSTNO           PIC S9(4) COMP.
           05  CTR-A-CUSTNO           PIC X.
           05  CTR-C-CUSTNO           PIC X.
           05  CTR-H-CUSTNO           PIC X.
           05  CTR-D-CUSTNO           PIC X(06).
           05  CTR-D-CNAME            PIC X(30).
           05  CTR-L-BRANCH           PIC S9(4) COMP.
           05  CTR-A-BRANCH           PIC X.
           05  CTR-C-BRANCH           PIC X.
           05  CTR-H-BRANCH           PIC X.
           05  CTR-D-BRANCH           PIC X(03).
           05  CTR-D-BNAME            PIC X(30).
           05  CTR-LINE-ITEM OCCURS 8 TIMES.
               10  CTR-L-PCODE        PIC S9(4) COMP.
               10  CTR-A-PCODE        PIC X.
               10  CTR-C-PCODE        PIC X.
               10  CTR-H-PCODE        PIC X.
               10  CTR-D-PCODE        PIC X(10).
               10  CTR-L-QTY          PIC S9(4) COMP.
               10  CTR-A-QTY          PIC X.
               10  CTR-C-QTY          PIC X.
               10  CTR-H-QTY          PIC X.
               10  CTR-D-QTY-ALPHA    PIC X(05).
               10  CTR-D-QTY REDEFINES CTR-D-QTY-ALPHA
                                      PIC ZZZZ9.
               10  CTR-D-DESC         PIC X(20).
               10  CTR-D-NET-ALPHA    PIC X(10).
               10  CTR-D-NET REDEFINES CTR-D-NET-ALPHA
                                      PIC ZZZZZZ9.99.
               10  CTR-D-AMOUNT-ALPHA PIC X(12).
               10  CTR-D-AMOUNT REDEFINES CTR-D-AMOUNT-ALPHA
                                      PIC Z,ZZZ,ZZ9.99.
           05  CTR-D-SUBTOT-ALPHA     PIC X(12).
           05  CTR-D-SUBTOT REDEFINES CTR-D-SUBTOT-ALPHA
                                      PIC Z,ZZZ,ZZ9.99.
           05  CTR-D-TAX-ALPHA        PIC X(12).
           05  CTR-D-TAX REDEFINES CTR-D-TAX-ALPHA
                                      PIC Z,ZZZ,ZZ9.99.
           05  CTR-D-TOTAL-ALPHA      PIC X(12).
           05  CTR-D-TOTAL REDEFINES CTR-D-TOTAL-ALPHA
                                      PIC Z,ZZZ,ZZ9.99.
           05  CTR-L-TENDER           PIC S9(4) COMP.
           05  CTR-A-TENDER           PIC X.
           05  CTR-C-TENDER           PIC X.
           05  CTR-H-TENDER           PIC X.
           05  CTR-D-TENDER           PIC X(01).
           05  CTR-L-REF              PIC S9(4) COMP.
           05  CTR-A-REF              PIC X.
           05  CTR-C-REF              PIC X.
           05  CTR-H-REF              PIC X.
           05  CTR-D-REF              PIC X(10).
           05  CTR-L-PAID             PIC S9(4) COMP.
           05  CTR-A-PAID             PIC X.
           05  CTR-C-PAID             PIC X.
           05  CTR-H-PAID             PIC X.
           05  CTR-D-PAID-ALPHA       PIC X(10).
           05  CTR-D-CHANGE-ALPHA     PIC X(12).
           05  CTR-D-CHANGE REDEFINES CTR-D-CHANGE-ALPHA
                                      PIC Z,ZZZ,ZZ9.99.
           05  CTR-D-MESSAGE          PIC X(79).
           05  CTR-D-FKEY             PIC X(40).
           05  CTR-L-DUMMY            PIC S9(4) COMP.
           05  CTR-A-DUMMY            PIC X.
           05  CTR-D-DUMMY            PIC X(01).
