          05 U-ROLE          PIC X(1).
             88 U-ROLE-ADMIN          VALUE 'A'.
             88 U-ROLE-USER           VALUE 'U'.
             88 U-ROLE-CREDIT         VALUE 'C'.
             88 U-ROLE-PRICING        VALUE 'P'.

       77 WS-CD-ERR          PIC 9(2)   VALUE 0.
       77 WS-MAX-FAILED      PIC 9(2)   VALUE 05.
          05 CA-ROLE         PIC X(1).
             88 CA-ROLE-ADMIN         VALUE 'A'.
             88 CA-ROLE-USER          VALUE 'U'.
             88 CA-ROLE-CREDIT        VALUE 'C'.
             88 CA-ROLE-PRICING       VALUE 'P'.
          05 CA-LAST-MSG     PIC X(78).
          05 CA-LAST-TIME    PIC 9(6).
          05 FILLER          PIC X(157).
