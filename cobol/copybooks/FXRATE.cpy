      *----------------------------------------------------------*
      *  FXRATE - EXCHANGE-RATE FILE RECORD LAYOUT (FXRATE)
      *  COPY THIS MEMBER INTO THE FD FOR FX-RATE-FILE. ONE RECORD
      *  PER FOREIGN CURRENCY, REBUILT EACH NIGHT BY FXLOAD01 FROM
      *  THE VENDOR RATE FEED AT THE TOP OF THE STREAM. FX-RATE IS
      *  THE NUMBER OF BASE-CURRENCY UNITS ONE UNIT OF
      *  FX-CURRENCY-CODE BUYS, AND FX-RATE-DATE IS THE DATE THE
      *  VENDOR QUOTED IT - A CURRENCY MISSING FROM A NIGHT'S FEED
      *  KEEPS ITS OLDER RATE AND DATE. THE BASE CURRENCY ITSELF
      *  (SEE FXRTB) IS NEVER ON THE FILE; ITS RATE IS ALWAYS 1.
      *----------------------------------------------------------*
       01  FX-RATE-RECORD.
           05  FX-CURRENCY-CODE            PIC X(3).
           05  FX-RATE-DATE                PIC 9(8).
           05  FX-RATE                     PIC 9(5)V9(6).
