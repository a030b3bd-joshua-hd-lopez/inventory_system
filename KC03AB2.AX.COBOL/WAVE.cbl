      *****************************************************************
      *  WAVE - PICK WAVE LOG (WAVAB2).  ONE RECORD PER WAVE RELEASED
      *  BY WAVRLB2, KEYED BY WAVE NUMBER (ONE PAST THE HIGHEST ON
      *  FILE).  A WAVE IS A SET OF OPEN ORDERS FOR ONE WAREHOUSE
      *  PICKED TOGETHER OFF ONE CONSOLIDATED PICK LIST AND SORTED
      *  BACK OUT TO THE ORDERS AT THE PACK STATION; EACH ORDER IN IT
      *  CARRIES THE NUMBER IN INV-WAVE-NUMBER.  THE CARRIER AND
      *  SHIP-BY DATE ARE THE SELECTION THE WAVE WAS RELEASED WITH
      *  (BLANK = NOT FILTERED).  DATES ARE MMDDYYYY.  60 BYTES.
      *****************************************************************
       01  PICK-WAVE-RECORD.
           05  WAV-KEY.
               10  WAV-WAVE-NUMBER           PIC 9(06).
           05  WAV-WAREHOUSE-CODE            PIC X(03).
           05  WAV-RELEASE-DATE              PIC X(08).
           05  WAV-CARRIER-CODE              PIC X(04).
           05  WAV-SHIP-BY-DATE              PIC X(08).
           05  WAV-ORDER-COUNT               PIC 9(05).
           05  WAV-LINE-COUNT                PIC 9(05).
           05  WAV-UNIT-COUNT                PIC S9(09).
           05  WAV-STATUS                    PIC X(01).
               88  WAV-STATUS-RELEASED           VALUE 'R'.
           05  FILLER                        PIC X(11).
