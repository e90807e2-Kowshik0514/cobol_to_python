      *> Access recertification row, one per operator per quarterly
      *> review in ACCESS-REVIEW.DAT. Written by ACCESS-RECERT when the
      *> review opens, decided by the operator's supervisor through
      *> ACCESS-ATTEST (K keep, R revoke) and closed by ACCESS-REVOKE,
      *> which marks rows still undecided after RC-DEADLINE as X
      *> (expired) and stamps RC-DISABLED-DATE on every ID it locks.
      *> The file is kept whole as the audit evidence of each review.
      *> RC-DEADLINE, always present, ends the row so that every line
      *> is held at full length and can be rewritten in place.
       01 ACCESS-REVIEW-REC.
          05 RC-REVIEW-ID        PIC X(6).
          05 FILLER              PIC X(1).
          05 RC-OPERATOR-NAME    PIC X(30).
          05 FILLER              PIC X(1).
          05 RC-ROLE             PIC 9(1).
          05 FILLER              PIC X(1).
          05 RC-SUPERVISOR-NAME  PIC X(30).
          05 FILLER              PIC X(1).
          05 RC-LAST-SIGN-ON     PIC X(8).
          05 FILLER              PIC X(1).
          05 RC-DECISION         PIC X(1).
          05 FILLER              PIC X(1).
          05 RC-DECIDED-BY       PIC X(30).
          05 FILLER              PIC X(1).
          05 RC-DECIDED-DATE     PIC X(8).
          05 FILLER              PIC X(1).
          05 RC-DISABLED-DATE    PIC X(8).
          05 FILLER              PIC X(1).
          05 RC-DEADLINE         PIC 9(8).
