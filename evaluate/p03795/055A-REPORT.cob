       >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. 055A-REPORT.

              ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REFUND-FEED ASSIGN TO "ADMISSIONS-REFUNDS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL TILL-LOG-FILE
              ASSIGN TO "ADMISSIONS-TILL-LOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SITE-CODE-FILE ASSIGN TO "SITE-CODE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PRICE-CALENDAR-FILE
              ASSIGN TO "PRICE-CALENDAR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL BOOKINGS-FILE ASSIGN TO "BOOKINGS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL YIELD-LOG-FILE
              ASSIGN TO "ADMISSIONS-YIELD-LOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.
          COPY "RUN-PARM-SELECT.cpy".
          COPY "PRINT-ROUTE-SELECT.cpy".

      DATA DIVISION.
      FILE SECTION.
      FD ADMISSIONS-FILE.
      01 LN PIC X(60).

      FD REVENUE-REPORT.
      01 REPORT-LINE PIC X(60).
         05 FILLER PIC X(1).
         05 RF-AMOUNT PIC 9(9).

      FD TILL-LOG-FILE.
      COPY "ADMISSIONS-TILL-LOG-RECORD.cpy".

      FD SITE-CODE-FILE.
      01 SITE-CODE-REC.
         05 SC-SITE PIC X(2).
         05 FILLER PIC X(1).
         05 PC-DISC PIC 9(5).

      *> Only what the gate needs from an advance booking: the
      *> booking reference and the price band struck when it was
      *> taken.
      FD BOOKINGS-FILE.
      01 BOOKING-REC.
         05 BK-VISIT-DATE PIC 9(8).
         05 FILLER PIC X(25).
         05 BK-REFERENCE PIC X(7).
         05 FILLER PIC X(63).
         05 BK-PRICE-BAND PIC X(1).

      FD YIELD-LOG-FILE.
      COPY "ADMISSIONS-YIELD-LOG-RECORD.cpy".

      COPY "RUN-PARM-FD.cpy".
      COPY "PRINT-ROUTE-FD.cpy".

      01 WS-DISCOUNT-TOTAL PIC 9(9) VALUE 0.
      01 WS-NET-TOTAL     PIC S9(9) VALUE 0.
      01 WS-GROUP-NET     PIC 9(9).
      *> Heads admitted net of refunded parties; carried on the journal
      *> header so head office can spread overheads by visitors.
      01 WS-ADMITTED-HEADS PIC S9(9) VALUE 0.

      *> Refund/void transactions in the admissions flow: type S
      *> sale (the default for legacy lines), R refund, priced at the
      01 WS-TOK4          PIC X(3).
      01 WS-TOK5          PIC X(3).
      01 WS-TOK6          PIC X(6).
      01 WS-TOK7          PIC X(2).
      01 WS-TOK8          PIC X(1).
      01 WS-TOK9          PIC X(8).
      01 WS-TOK10         PIC X(1).
      01 WS-TOK11         PIC X(7).
      01 WS-BOOKING-REF   PIC X(7).
      01 WS-REP-ID        PIC X(6).
      01 WS-TILL-ID       PIC X(2).
      01 WS-SHIFT         PIC X(1).
      01 WS-SALE-DATE     PIC X(8).
      01 WS-SALE-SHIFT    PIC X(1).
      01 WS-REFUND-COUNT  PIC 9(5) VALUE 0.
      01 WS-REFUND-TOTAL  PIC 9(9) VALUE 0.
      01 WS-REASON-COUNT  PIC 9(2) VALUE 0.
      01 WS-CALENDAR-EOF  PIC X VALUE 'N'.
      01 WS-PRICING-DATE  PIC 9(8).

      *> Occupancy pricing on top of the calendar rates. A line for
      *> an advance booking is priced in the band struck on the
      *> booking; a walk-up, or a reference the bookings file does
      *> not hold, in the pricing date's own band. A walk-up refund
      *> of a sale on another day goes back in the band that day's
      *> walk-ups were sold in, as the yield log recorded it, or at
      *> the flat price when the log has no walk-up sale for the day.
      *> The flat net is what the line would have come to at the
      *> calendar rates alone.
      01 WS-DAY-BAND         PIC X(1).
      01 WS-DAY-OCCUPANCY    PIC 9(3).
      01 WS-DAY-ADULT-ADJ    PIC S9(3).
      01 WS-DAY-CHILD-ADJ    PIC S9(3).
      01 WS-DAY-SENIOR-ADJ   PIC S9(3).
      01 WS-GROUP-BAND       PIC X(1).
      01 WS-GROUP-BOOKED     PIC X(1).
      01 WS-GROUP-OCCUPANCY  PIC 9(3).
      01 WS-ADULT-ADJ        PIC S9(3).
      01 WS-CHILD-ADJ        PIC S9(3).
      01 WS-SENIOR-ADJ       PIC S9(3).
      01 WS-BAND-ADULT-RATE  PIC 9(5).
      01 WS-BAND-CHILD-RATE  PIC 9(5).
      01 WS-BAND-SENIOR-RATE PIC 9(5).
      01 WS-FLAT-NET         PIC 9(9).
      01 WS-BOOKING-EOF      PIC X.
      01 WS-BOOKING-FOUND    PIC X.
      01 WS-YIELD-EOF        PIC X.
      01 WS-WALKUP-COUNT     PIC 9(3) VALUE 0.
      01 WS-WALKUP-TABLE.
         05 WS-WALKUP-ENTRY OCCURS 100 TIMES.
            10 WS-WU-DATE    PIC X(8).
            10 WS-WU-BAND    PIC X(1).
      01 WS-WALKUP-IDX       PIC 9(3).
      01 WS-WALKUP-HIT       PIC 9(3).

      01 WS-CURRENCY-CODE PIC X(3) VALUE "LOC".
      01 WS-CONV-RATE     PIC 9(3)V9(4) VALUE 1.0000.
      01 WS-CURRENCY-IDX  PIC 9(2).
         05 FILLER PIC X(12) VALUE "055A-REPORT".
         05 FILLER PIC X(5) VALUE " SITE".
         05 WS-JF-SITE PIC X(2).
         05 FILLER PIC X(7) VALUE " HEADS ".
         05 WS-JF-HEADS PIC 9(7).
      01 WS-SITE-EOF PIC X VALUE 'N'.
      01 WS-SITE-CODE PIC X(2) VALUE "01".
      01 WS-JF-DETAIL.
          MOVE WS-RH-RUN-DATE TO WS-PRICING-DATE
      END-IF.
      PERFORM LOAD-PRICE-CALENDAR.
      PERFORM SET-DAY-BAND.

      PERFORM VERIFY-GROUP-TRAILER.
      IF WS-TRAILER-OK = 'N'
          MOVE 8 TO RETURN-CODE
          GOBACK
      END-IF.
      PERFORM LOAD-WALKUP-BANDS.

      CALL "CHECK-FEED-FINGERPRINT" USING WS-FEED-NAME
          WS-VERIFY-COUNT WS-VERIFY-HASH WS-FEED-RESULT.
      OPEN INPUT ADMISSIONS-FILE.
      OPEN OUTPUT REVENUE-REPORT.
      OPEN OUTPUT REFUND-FEED.
      OPEN EXTEND TILL-LOG-FILE.
      OPEN EXTEND YIELD-LOG-FILE.

      PERFORM UNTIL WS-EOF = 'Y'
          READ ADMISSIONS-FILE INTO LN
      CLOSE ADMISSIONS-FILE.
      CLOSE REVENUE-REPORT.
      CLOSE REFUND-FEED.
      CLOSE TILL-LOG-FILE.
      CLOSE YIELD-LOG-FILE.
      IF WS-PRINT-ROUTE = "P"
          CLOSE PRINTER-QUEUE-FILE
      END-IF.
          PERFORM PARSE-GROUP-LINE
          COMPUTE WS-HEAD-TOTAL = NA + NC + NS
          ADD WS-HEAD-TOTAL TO WS-VERIFY-HASH
          PERFORM NOTE-WALKUP-REFUND
      END-IF.

      *> Each earlier day a walk-up refund reverses a sale from, so
      *> that day's walk-up band can be looked up once before pricing.
      NOTE-WALKUP-REFUND.
      IF WS-TXN-TYPE = "R" AND WS-BOOKING-REF = SPACES
              AND WS-SALE-DATE IS NUMERIC
              AND WS-SALE-DATE NOT = WS-PRICING-DATE
          PERFORM FIND-WALKUP-DATE
          IF WS-WALKUP-HIT = 0 AND WS-WALKUP-COUNT < 100
              ADD 1 TO WS-WALKUP-COUNT
              MOVE WS-SALE-DATE TO WS-WU-DATE(WS-WALKUP-COUNT)
              MOVE SPACE TO WS-WU-BAND(WS-WALKUP-COUNT)
          END-IF
      END-IF.

      FIND-WALKUP-DATE.
      MOVE 0 TO WS-WALKUP-HIT.
      PERFORM VARYING WS-WALKUP-IDX FROM 1 BY 1
              UNTIL WS-WALKUP-IDX > WS-WALKUP-COUNT
          IF WS-WU-DATE(WS-WALKUP-IDX) = WS-SALE-DATE
              MOVE WS-WALKUP-IDX TO WS-WALKUP-HIT
          END-IF
      END-PERFORM.

      *> Every walk-up sold on a day goes in that day's band, so any
      *> walk-up sale the log holds for the date gives it.
      LOAD-WALKUP-BANDS.
      IF WS-WALKUP-COUNT > 0
          MOVE 'N' TO WS-YIELD-EOF
          OPEN INPUT YIELD-LOG-FILE
          PERFORM UNTIL WS-YIELD-EOF = 'Y'
              READ YIELD-LOG-FILE
                  AT END MOVE 'Y' TO WS-YIELD-EOF
                  NOT AT END
                      IF YL-TYPE = "S" AND YL-BOOKED = "N"
                          MOVE YL-TXN-DATE TO WS-SALE-DATE
                          PERFORM FIND-WALKUP-DATE
                          IF WS-WALKUP-HIT > 0
                              MOVE YL-BAND TO WS-WU-BAND(WS-WALKUP-HIT)
                          END-IF
                      END-IF
              END-READ
          END-PERFORM
          CLOSE YIELD-LOG-FILE
      END-IF.

      *> Legacy lines carry only the three party sizes; typed lines
      *> lead with S/R and a two-digit reason code, and a refund
      *> line may carry the originating rep id as a sixth token.
      *> A till-rung typed line goes on with the till and shift, and
      *> a refund after those with the date and shift of the sale it
      *> reverses; a dash holds the rep slot when there is no rep.
      *> A party arriving on an advance booking has its booking
      *> reference last, with a dash holding each slot before it
      *> that the line has nothing for.
      PARSE-GROUP-LINE.
      MOVE SPACES TO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5.
      MOVE SPACES TO WS-TOK6 WS-TOK7 WS-TOK8 WS-TOK9 WS-TOK10.
      MOVE SPACES TO WS-TOK11.
      UNSTRING LN DELIMITED BY SPACE
          INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5 WS-TOK6
               WS-TOK7 WS-TOK8 WS-TOK9 WS-TOK10 WS-TOK11.
      IF WS-TOK1 = "S  " OR WS-TOK1 = "R  "
          MOVE WS-TOK1(1:1) TO WS-TXN-TYPE
          MOVE WS-TOK2(1:2) TO WS-REASON-CODE
          MOVE WS-TOK4 TO NC
          MOVE WS-TOK5 TO NS
          MOVE WS-TOK6 TO WS-REP-ID
          IF WS-REP-ID = "-"
              MOVE SPACES TO WS-REP-ID
          END-IF
          MOVE WS-TOK7 TO WS-TILL-ID
          MOVE WS-TOK8 TO WS-SHIFT
          MOVE WS-TOK9 TO WS-SALE-DATE
          MOVE WS-TOK10 TO WS-SALE-SHIFT
          MOVE WS-TOK11 TO WS-BOOKING-REF
          IF WS-BOOKING-REF = "-"
              MOVE SPACES TO WS-BOOKING-REF
          END-IF
      ELSE
          MOVE "S" TO WS-TXN-TYPE
          MOVE SPACES TO WS-REASON-CODE
          MOVE WS-TOK2 TO NC
          MOVE WS-TOK3 TO NS
          MOVE SPACES TO WS-REP-ID
          MOVE SPACES TO WS-TILL-ID WS-SHIFT WS-SALE-DATE
          MOVE SPACES TO WS-SALE-SHIFT
          MOVE SPACES TO WS-BOOKING-REF
      END-IF.

      REPORT-REFUND-REGISTER.
      OPEN OUTPUT ADMISSIONS-JOURNAL.
      MOVE WS-RH-RUN-DATE TO WS-JF-DATE.
      MOVE WS-SITE-CODE TO WS-JF-SITE.
      IF WS-ADMITTED-HEADS > 0
          MOVE WS-ADMITTED-HEADS TO WS-JF-HEADS
      ELSE
          MOVE 0 TO WS-JF-HEADS
      END-IF.
      WRITE JOURNAL-LINE FROM WS-JF-HEADER.
      MOVE 100100 TO WS-JF-ACCOUNT.
      IF WS-NET-CONV < 0
      MOVE WS-GROUP-NET TO RF-AMOUNT.
      WRITE REFUND-FEED-REC.

      *> Kept across runs so the weekly refund review can put each
      *> sale and refund against the cashier on the drawer.
      WRITE-TILL-LOG.
      MOVE SPACES TO ADMISSIONS-TILL-LOG-REC.
      MOVE WS-RH-RUN-DATE TO AL-TXN-DATE.
      MOVE WS-TXN-TYPE TO AL-TYPE.
      MOVE WS-REASON-CODE TO AL-REASON.
      MOVE WS-TILL-ID TO AL-TILL-ID.
      MOVE WS-SHIFT TO AL-SHIFT.
      MOVE WS-GROUP-NET TO AL-AMOUNT.
      IF WS-TXN-TYPE = "R" AND WS-SALE-DATE IS NUMERIC
          MOVE WS-SALE-DATE TO AL-SALE-DATE
          MOVE WS-SALE-SHIFT TO AL-SALE-SHIFT
      ELSE
          MOVE 0 TO AL-SALE-DATE
      END-IF.
      MOVE WS-REP-ID TO AL-REP-ID.
      WRITE ADMISSIONS-TILL-LOG-REC.

      FIND-CURRENCY-RATE.
      MOVE 1.0000 TO WS-CONV-RATE.
      IF WS-CURRENCY-CODE NOT = "LOC"

      PRICE-GROUP.
      PERFORM PARSE-GROUP-LINE.
      PERFORM SET-GROUP-BAND.

      COMPUTE X-ADULT = WS-BAND-ADULT-RATE * NA.
      DIVIDE NA BY 15 GIVING SHO REMAINDER AMA.
      COMPUTE Y-ADULT = ADULT-DISC * SHO.

      COMPUTE X-CHILD = WS-BAND-CHILD-RATE * NC.
      DIVIDE NC BY 15 GIVING SHO REMAINDER AMA.
      COMPUTE Y-CHILD = CHILD-DISC * SHO.

      COMPUTE X-SENIOR = WS-BAND-SENIOR-RATE * NS.
      DIVIDE NS BY 15 GIVING SHO REMAINDER AMA.
      COMPUTE Y-SENIOR = SENIOR-DISC * SHO.

      ADD 1 TO WS-GROUP-COUNT.
      COMPUTE WS-GROUP-NET = (X-ADULT - Y-ADULT)
          + (X-CHILD - Y-CHILD) + (X-SENIOR - Y-SENIOR).
      COMPUTE WS-FLAT-NET = (ADULT-RATE * NA - Y-ADULT)
          + (CHILD-RATE * NC - Y-CHILD)
          + (SENIOR-RATE * NS - Y-SENIOR).
      IF WS-TXN-TYPE = "R"
          ADD 1 TO WS-REFUND-COUNT
          ADD WS-GROUP-NET TO WS-REFUND-TOTAL
          SUBTRACT WS-GROUP-NET FROM WS-NET-TOTAL
          SUBTRACT NA NC NS FROM WS-ADMITTED-HEADS
          PERFORM TALLY-REFUND-REASON
          PERFORM WRITE-REFUND-FEED
      ELSE
          ADD X-ADULT X-CHILD X-SENIOR TO WS-GROSS-TOTAL
          ADD Y-ADULT Y-CHILD Y-SENIOR TO WS-DISCOUNT-TOTAL
          ADD WS-GROUP-NET TO WS-NET-TOTAL
          ADD NA NC NS TO WS-ADMITTED-HEADS
      END-IF.
      IF WS-TILL-ID NOT = SPACES
          PERFORM WRITE-TILL-LOG
      END-IF.
      PERFORM WRITE-YIELD-LOG.

      *> The pricing date's band, for walk-ups.
      SET-DAY-BAND.
      MOVE SPACE TO WS-DAY-BAND.
      CALL "OCCUPANCY-BAND" USING WS-PRICING-DATE WS-DAY-BAND
          WS-DAY-OCCUPANCY WS-DAY-ADULT-ADJ WS-DAY-CHILD-ADJ
          WS-DAY-SENIOR-ADJ.

      SET-GROUP-BAND.
      MOVE 'N' TO WS-GROUP-BOOKED.
      MOVE WS-DAY-BAND TO WS-GROUP-BAND.
      MOVE WS-DAY-ADULT-ADJ TO WS-ADULT-ADJ.
      MOVE WS-DAY-CHILD-ADJ TO WS-CHILD-ADJ.
      MOVE WS-DAY-SENIOR-ADJ TO WS-SENIOR-ADJ.
      IF WS-TXN-TYPE = "R" AND WS-SALE-DATE IS NUMERIC
              AND WS-SALE-DATE NOT = WS-PRICING-DATE
          PERFORM SET-SALE-DAY-BAND
      END-IF.
      IF WS-BOOKING-REF NOT = SPACES
          PERFORM FIND-BOOKED-BAND
      END-IF.
      COMPUTE WS-BAND-ADULT-RATE ROUNDED =
          ADULT-RATE * (100 + WS-ADULT-ADJ) / 100.
      COMPUTE WS-BAND-CHILD-RATE ROUNDED =
          CHILD-RATE * (100 + WS-CHILD-ADJ) / 100.
      COMPUTE WS-BAND-SENIOR-RATE ROUNDED =
          SENIOR-RATE * (100 + WS-SENIOR-ADJ) / 100.

      SET-SALE-DAY-BAND.
      PERFORM FIND-WALKUP-DATE.
      IF WS-WALKUP-HIT > 0
          MOVE WS-WU-BAND(WS-WALKUP-HIT) TO WS-GROUP-BAND
      ELSE
          MOVE SPACE TO WS-GROUP-BAND
      END-IF.
      IF WS-GROUP-BAND = SPACE
          PERFORM SET-FLAT-PRICE
      ELSE
          CALL "OCCUPANCY-BAND" USING WS-PRICING-DATE
              WS-GROUP-BAND WS-GROUP-OCCUPANCY WS-ADULT-ADJ
              WS-CHILD-ADJ WS-SENIOR-ADJ
      END-IF.

      SET-FLAT-PRICE.
      MOVE SPACE TO WS-GROUP-BAND.
      MOVE 0 TO WS-ADULT-ADJ.
      MOVE 0 TO WS-CHILD-ADJ.
      MOVE 0 TO WS-SENIOR-ADJ.

      *> The latest record for the reference carries the band; a
      *> booking taken before bands existed has none and pays flat.
      FIND-BOOKED-BAND.
      MOVE 'N' TO WS-BOOKING-FOUND.
      MOVE 'N' TO WS-BOOKING-EOF.
      OPEN INPUT BOOKINGS-FILE.
      PERFORM UNTIL WS-BOOKING-EOF = 'Y'
          READ BOOKINGS-FILE
              AT END MOVE 'Y' TO WS-BOOKING-EOF
              NOT AT END
                  IF BK-REFERENCE = WS-BOOKING-REF
                      MOVE 'Y' TO WS-BOOKING-FOUND
                      MOVE BK-PRICE-BAND TO WS-GROUP-BAND
                  END-IF
          END-READ
      END-PERFORM.
      CLOSE BOOKINGS-FILE.
      IF WS-BOOKING-FOUND = 'Y'
          MOVE 'Y' TO WS-GROUP-BOOKED
          IF WS-GROUP-BAND = SPACE
              PERFORM SET-FLAT-PRICE
          ELSE
              CALL "OCCUPANCY-BAND" USING WS-PRICING-DATE
                  WS-GROUP-BAND WS-GROUP-OCCUPANCY WS-ADULT-ADJ
                  WS-CHILD-ADJ WS-SENIOR-ADJ
          END-IF
      END-IF.

      *> Kept across runs for the weekly occupancy yield report.
      WRITE-YIELD-LOG.
      MOVE SPACES TO ADMISSIONS-YIELD-LOG-REC.
      MOVE WS-RH-RUN-DATE TO YL-TXN-DATE.
      MOVE WS-TXN-TYPE TO YL-TYPE.
      MOVE WS-GROUP-BAND TO YL-BAND.
      MOVE WS-GROUP-BOOKED TO YL-BOOKED.
      COMPUTE YL-HEADS = NA + NC + NS.
      MOVE WS-GROUP-NET TO YL-AMOUNT.
      MOVE WS-FLAT-NET TO YL-FLAT-AMOUNT.
      WRITE ADMISSIONS-YIELD-LOG-REC.

      READ-SITE-CODE.
      OPEN INPUT SITE-CODE-FILE.
      READ SITE-CODE-FILE
