               10  PL-LOCATION-CODE      PIC X(3).
           05  PL-QTY-ON-HAND            PIC 9(7).
           05  PL-QTY-ALLOCATED          PIC 9(7).
      *
      *    STOCK SHIPPED TO THIS BUILDING ON AN INTER-LOCATION
      *    TRANSFER (XFRMAS) AND NOT YET CONFIRMED RECEIVED. IT HAS
      *    LEFT THE SENDING BUILDING'S ON-HAND AND THE PRODMAS
      *    TOTAL, AND IS NOT AVAILABLE TO SELL HERE UNTIL THE
      *    RECEIVING BUILDING CONFIRMS WHAT ARRIVED.
      *
           05  PL-QTY-IN-TRANSIT         PIC 9(7).
