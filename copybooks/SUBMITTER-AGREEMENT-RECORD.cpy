      *> Shared submitter agreement record, one per submitter in
      *> SUBMITTER-AGREEMENTS.DAT - the submitter master: how many days
      *> after receipt we may keep a submitter's material before it is
      *> due for disposal, and how the submitter is billed. A submitter
      *> with no agreement on file is held for five years. SA-CUSTOMER
      *> is the AR customer number invoices are raised against, and
      *> each accession is charged SA-ACCESSION-PRICE plus
      *> SA-RECORD-PRICE per strand record. Lines written before billing
      *> existed read back with spaces here and are not billed.
       01 SUBMITTER-AGREEMENT-REC.
          05 SA-SUBMITTER       PIC X(20).
          05 FILLER             PIC X(1).
          05 SA-RETENTION-DAYS  PIC 9(5).
          05 FILLER             PIC X(1).
          05 SA-CUSTOMER        PIC X(6).
          05 FILLER             PIC X(1).
          05 SA-ACCESSION-PRICE PIC 9(5)V99.
          05 FILLER             PIC X(1).
          05 SA-RECORD-PRICE    PIC 9(3)V9(4).
