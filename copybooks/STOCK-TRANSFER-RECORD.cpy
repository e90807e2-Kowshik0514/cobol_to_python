      *> Inter-site stock transfer event, one line per send or arrival,
      *> appended to STOCK-TRANSFERS.DAT by STOCK-TRANSFER at the site
      *> where it happened. The sending site also writes its S line to
      *> STOCK-TRANSFER-ADVICE-<to site>.DAT, which travels with the
      *> site packs so the receiving site can confirm against it; at
      *> head office HEAD-OFFICE-CONSOL stacks every site's events into
      *> STOCK-TRANSFERS-ALL.DAT for the elimination and the ageing.
      *> The transfer number is the sending site followed by its own
      *> sequence, so numbers never collide between sites. ST-VALUE is
      *> the whole-unit amount posted to due-from (S) or due-to (R).
       01 STOCK-TRANSFER-REC.
          05 ST-TRANSFER-NO.
             10 ST-TN-SITE      PIC X(2).
             10 ST-TN-SEQ       PIC 9(6).
          05 FILLER             PIC X(1).
          05 ST-EVENT           PIC X(1).
          05 FILLER             PIC X(1).
          05 ST-FROM-SITE       PIC X(2).
          05 FILLER             PIC X(1).
          05 ST-TO-SITE         PIC X(2).
          05 FILLER             PIC X(1).
          05 ST-ITEM-ID         PIC X(6).
          05 FILLER             PIC X(1).
          05 ST-QTY             PIC 9(7).
          05 FILLER             PIC X(1).
          05 ST-UNIT-COST       PIC 9(7)V9(4).
          05 FILLER             PIC X(1).
          05 ST-VALUE           PIC 9(9).
          05 FILLER             PIC X(1).
          05 ST-EVENT-DATE      PIC 9(8).
          05 FILLER             PIC X(1).
          05 ST-OPERATOR        PIC X(20).
