      01  WS-AGE-ARCH-COUNT           PIC 9(5) VALUE 0.
      01  WS-AGE-ARCH-EXPIRED         PIC 9(5) VALUE 0.
      01  WS-AGE-ARCH-WITHDRAWN       PIC 9(5) VALUE 0.
      01  WS-AGE-ARCH-FILLED          PIC 9(5) VALUE 0.
      01  WS-AGE-ARCH-NO-DATES        PIC 9(5) VALUE 0.
      01  WS-AGE-FILL-TOTAL           PIC 9(9) VALUE 0.
      01  WS-AGE-FILL-COUNT           PIC 9(5) VALUE 0.
