       01  MF36BMSI.
           05  OPTIONI                 PIC X(01).
               88  OPTIONI-VALID           VALUES '1' THRU '9'
                                                  'A' 'B' 'C' 'D' 'E'
                                                  'F' 'G' 'H' 'I' 'J'
                                                  'K'.
           05  CLMNBRI                 PIC X(10).
           05  CLMDTI                  PIC X(10).
           05  PAIDI                   PIC S9(09).
           05  AUDOPIDO                PIC X(08).
           05  CATEVTO                 PIC X(04).
           05  DEDREMO                 PIC S9(09).
           05  DOCRCVO                 PIC 9(04).
           05  DOCOUTO                 PIC 9(04).
