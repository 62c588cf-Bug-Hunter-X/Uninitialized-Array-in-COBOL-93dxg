           15  WS-ITEM-CYCLE-CT            PIC 9(02).
           15  WS-ITEM-SOURCE-CD           PIC X(03).
           15  WS-ITEM-CURRENCY-CD         PIC X(03).
      *> Only a "REV" (reversal) transaction fills this: the run date
      *> the named item went out on the posting feed.
           15  WS-ITEM-REV-RUN-DATE        PIC X(08).
