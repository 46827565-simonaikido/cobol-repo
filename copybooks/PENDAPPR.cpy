           05  PA-BEFORE-BALANCE   PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER              PIC X VALUE SPACE.
           05  PA-TRANS-IMAGE      PIC X(152).
