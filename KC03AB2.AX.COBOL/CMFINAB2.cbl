       DATA DIVISION.
       FILE SECTION.
       FD CMFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CMFILE-RECORD.
       01 CMFILE-RECORD.
           05  CM-KEY.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
           88  WS-OUTFILE-EOF                    VALUE '10'.
       01 WS-CM-REC                          PIC X(300).
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
