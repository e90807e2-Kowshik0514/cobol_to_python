      *> Recertification settings for ACCESS-RECERT, one line in
      *> ACCESS-RECERT-PARM.DAT: supervisors have CP-ATTEST-DAYS days
      *> from the day the review opens to keep or revoke each operator.
       01 ACCESS-RECERT-PARM-REC.
          05 CP-ATTEST-DAYS      PIC 9(3).
