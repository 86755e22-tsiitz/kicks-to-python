      *****************************************************************
      *    KITTAB - KIT EXPLOSION WORK TABLE
      *    ONE ENTRY PER KITCOMP COMPONENT OF THE KIT BEING ORDERED,
      *    IN COMPONENT-CODE ORDER, WITH ITS QUANTITY PER KIT, ITS
      *    LIST PRICE (THE WEIGHT ITS SHARE OF THE KIT PRICE IS
      *    SPREAD BY) AND THE UNIT PRICE THE SPREAD GIVES IT. THE
      *    KIT PRICE IS SPREAD ACROSS THE COMPONENTS IN PROPORTION
      *    TO LIST PRICE TIMES QUANTITY PER KIT (EVENLY BY UNIT WHEN
      *    NO COMPONENT CARRIES A LIST PRICE), AND THE LAST
      *    COMPONENT TAKES THE ROUNDING SO THE LINES ADD BACK TO THE
      *    KIT PRICE, AND EVERY COMPONENT LINE CARRIES THE KIT
      *    PRICE'S SOURCE (LIST, BREAK OR CONTRACT).
      *    WS-KITS-BUILDABLE IS HOW MANY COMPLETE KITS THE
      *    COMPONENTS' AVAILABLE STOCK AT THE LINE'S LOCATION COVERS.
      *    A KIT HOLDS AT MOST 20 COMPONENTS.
      *****************************************************************
       01  WS-KIT-TABLE.
           05  WS-KIT-ENTRY              OCCURS 20 TIMES
                                         INDEXED BY WS-KIT-IDX.
               10  WS-KIT-COMPONENT-CODE PIC X(10).
               10  WS-KIT-QTY-PER        PIC 9(3).
               10  WS-KIT-LIST-PRICE     PIC 9(7)V99.
               10  WS-KIT-UNIT-PRICE     PIC 9(7)V99.
      *
       01  WS-KIT-FIELDS.
           05  WS-KIT-COUNT              PIC S9(4)   COMP VALUE ZERO.
           05  WS-KIT-MAX-COMPONENTS     PIC S9(4)   COMP VALUE 20.
           05  WS-KIT-PRODUCT-CODE       PIC X(10)   VALUE SPACES.
           05  WS-KIT-PRODUCT-DESC       PIC X(25)   VALUE SPACES.
           05  WS-KIT-QUANTITY           PIC 9(5)    VALUE ZERO.
           05  WS-KIT-PRICE              PIC 9(7)V99 VALUE ZERO.
           05  WS-KIT-PRICE-SOURCE       PIC X       VALUE SPACE.
           05  WS-KIT-FIRST-LINE         PIC 9(3)    VALUE ZERO.
           05  WS-KIT-LINE-QUANTITY      PIC 9(8)    VALUE ZERO.
           05  WS-KIT-LIST-TOTAL         PIC 9(9)V99 VALUE ZERO.
           05  WS-KIT-UNITS-PER-KIT      PIC 9(5)    VALUE ZERO.
           05  WS-KIT-PRICE-SPREAD       PIC 9(9)V99 VALUE ZERO.
           05  WS-KIT-PRICE-LEFT         PIC S9(9)V99 VALUE ZERO.
           05  WS-KIT-AVAILABLE          PIC S9(7)   VALUE ZERO.
           05  WS-KIT-COMPONENT-KITS     PIC 9(7)    VALUE ZERO.
           05  WS-KITS-BUILDABLE         PIC 9(7)    VALUE ZERO.
