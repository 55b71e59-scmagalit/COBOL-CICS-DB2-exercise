      * COPYBOOK FOR THE FRIENDS OF THE LIBRARY BOOK SALE PRICE BANDS
      * THE FRIENDS PRICE BY BAND, NOT BY ITEM - THE BAND IS CHOSEN
      * WHEN AN ITEM IS HANDED OVER AND THE SALE TABLE TALLIES BY IT.
      * B IS THE DESK DEFAULT WHEN THE BAND IS LEFT BLANK
       01  WS-SALE-BAND.
           05  WS-SALE-BAND-CODE    PIC X(01)         VALUE SPACE.
               88  SALE-BAND-VALID               VALUE 'A' 'B' 'C' 'D'.
               88  SALE-BAND-DEFAULT                  VALUE 'B'.
           05  WS-SALE-BAND-LIST.
               10  FILLER           PIC X(21)
                                    VALUE 'APAPERBACK'          .
               10  FILLER           PIC X(21)
                                    VALUE 'BHARDCOVER'          .
               10  FILLER           PIC X(21)
                                    VALUE 'CAUDIO / VIDEO'      .
               10  FILLER           PIC X(21)
                                    VALUE 'DCOLLECTIBLE'        .
           05  WS-SALE-BAND-TABLE REDEFINES WS-SALE-BAND-LIST.
               10  WS-SALE-BAND-ENTRY OCCURS 4 TIMES.
                   15  WS-SB-CODE   PIC X(01).
                   15  WS-SB-DESC   PIC X(20).
           05  WS-SALE-BAND-COUNT   PIC S9(04) COMP   VALUE 4.
