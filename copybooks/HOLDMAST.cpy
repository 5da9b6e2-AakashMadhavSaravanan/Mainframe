      * register) and by every debit-side program that works
      * from available balance instead of the raw ledger
      * balance (WITHDRAW, TRANSFER, STANDING, MINBAL,
      * CLEARING). OUTCLR places a hold on every outward
      * cheque it credits, numbered on from the highest
      * HD-NO on file, and releases it when the cheque is
      * paid or returned.
      *
      * A hold earmarks HD-AMOUNT of the account's balance -
      * a cheque in clearing, a court attachment - without
