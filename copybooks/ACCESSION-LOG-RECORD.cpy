      *> Shared accession custody record, one per accepted strand
      *> submission in ACCESSION-LOG.DAT, written by ACCESSION-REGISTER:
      *> who sent it, when it arrived, who took it in, how many strands
      *> it carried, where the physical material is stored, and the
      *> date the submitter's agreement lets us keep it until. Rows
      *> from before storage was recorded carry spaces in the location
      *> and retention fields. The accreditation reviewers read this
      *> file directly.
       01 ACCESSION-LOG-REC.
          05 AC-ACCESSION-NO    PIC 9(6).
          05 FILLER             PIC X(1).
          05 AC-SUBMITTER       PIC X(20).
          05 FILLER             PIC X(1).
          05 AC-RECEIVED-DATE   PIC 9(8).
          05 FILLER             PIC X(1).
          05 AC-RECEIVED-TIME   PIC 9(8).
          05 FILLER             PIC X(1).
          05 AC-OPERATOR        PIC X(20).
          05 FILLER             PIC X(1).
          05 AC-RECORD-COUNT    PIC 9(7).
          05 FILLER             PIC X(1).
          05 AC-LOCATION.
             10 AC-FREEZER      PIC X(4).
             10 FILLER          PIC X(1).
             10 AC-RACK         PIC X(2).
             10 FILLER          PIC X(1).
             10 AC-BOX          PIC X(3).
             10 FILLER          PIC X(1).
             10 AC-POSITION     PIC X(3).
          05 FILLER             PIC X(1).
          05 AC-RETAIN-UNTIL    PIC 9(8).
