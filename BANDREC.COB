      * PRICE BAND PARAMETER RECORD - HOW FAR, AS A PERCENTAGE
      * EITHER SIDE OF THE LAST VALIDATED CLOSE ON PRICEVAL, A
      * KEYED TRADE PRICE MAY STRAY BEFORE THE P3 TRADE CAPTURE
      * REFUSES IT WITHOUT A SUPERVISOR OVERRIDE.  KEYED ON
      * BAND-KEY - A SCRIP CODE FOR A SCRIP THAT NEEDS A BAND OF
      * ITS OWN, OR *DEFAULT FOR THE BAND EVERY OTHER SCRIP USES.
      * THE FILE (BANDMAS) IS READ FOR EVERY TRADE.
       01  BAND-RECORD.
           05  BAND-KEY             PIC X(008).
               88  BAND-DEFAULT         VALUE '*DEFAULT'.
           05  BAND-PCT             PIC 9(003)V99.
