               88  SM-ITEM-WRITTEN-OFF     VALUE 'W'.
           05  SM-DISP-DATE            PIC X(8).
           05  SM-DISP-REASON          PIC X(4).
           05  SM-CURRENCY-CODE        PIC X(3).
      *    ORIGINATING SOURCE SYSTEM OF THE ITEM           *
           05  SM-SOURCE-SYSTEM        PIC X(8).
      *    BRANCH THAT OWNS THE ITEM - THE KEY'S BRANCH    *
      *    UNLESS THE ITEM WAS TRANSFERRED BY A MERGE.     *
           05  SM-OWNING-BRANCH        PIC X(2).
           05  SM-TRANSFER-DATE        PIC X(8).
      *    OPERATORS WHO ENTERED AND APPROVED THE          *
      *    DISPOSITION CARD.                               *
           05  SM-DISP-ENTERED-BY      PIC X(8).
           05  SM-DISP-APPROVED-BY     PIC X(8).
