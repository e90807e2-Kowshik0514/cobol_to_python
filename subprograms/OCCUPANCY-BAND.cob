       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OCCUPANCY-BAND.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CAPACITY-FILE ASSIGN TO "BOOKING-CAPACITY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAPACITY-STATUS.
    SELECT OPTIONAL BAND-FILE ASSIGN TO "PRICE-BANDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> The date lines of the capacity check BOOKING-CAPACITY leaves
*> behind; its title line has no date and is passed over.
FD CAPACITY-FILE.
01 CAPACITY-REC.
   05 CP-VISIT-DATE      PIC X(8).
   05 FILLER             PIC X(9).
   05 CP-PARTIES         PIC ZZ,ZZ9.
   05 FILLER             PIC X(8).
   05 CP-BOOKED          PIC ZZZ,ZZ9.
   05 FILLER             PIC X(10).
   05 CP-CAPACITY        PIC ZZ,ZZ9.
   05 FILLER             PIC X(13).

FD BAND-FILE.
COPY "PRICE-BAND-RECORD.cpy".

WORKING-STORAGE SECTION.
01 WS-CAPACITY-STATUS    PIC X(2).
01 WS-EOF                PIC X.
01 WS-DATE-FOUND         PIC X.
01 WS-ROW-VALID          PIC X.
01 WS-BOOKED             PIC 9(7).
01 WS-CAPACITY           PIC 9(5).
01 WS-OCCUPANCY-WORK     PIC 9(7).

LINKAGE SECTION.
01 LS-VISIT-DATE         PIC 9(8).
01 LS-BAND               PIC X(1).
01 LS-OCCUPANCY          PIC 9(3).
01 LS-ADULT-ADJ          PIC S9(3).
01 LS-CHILD-ADJ          PIC S9(3).
01 LS-SENIOR-ADJ         PIC S9(3).

*> Answers the occupancy pricing band for a visit date and the
*> percentage adjustment it makes to the adult, child and senior
*> rates. Called with the band blank, it sets the band from the
*> date's booked heads against its capacity as BOOKING-CAPACITY
*> last reported them; a date that run did not list had nothing
*> booked. Called with a band already struck on a booking, it only
*> looks that band up, so the party pays the band it booked in
*> whatever the day has filled to since. The band comes back blank
*> and the adjustments zero - the flat price - when there is no
*> capacity check to read, no band table, or no band row covers
*> the occupancy; a struck band no longer on the table keeps its
*> code but prices flat.
PROCEDURE DIVISION USING LS-VISIT-DATE LS-BAND LS-OCCUPANCY
        LS-ADULT-ADJ LS-CHILD-ADJ LS-SENIOR-ADJ.
MAIN-001.
    MOVE 0 TO LS-ADULT-ADJ.
    MOVE 0 TO LS-CHILD-ADJ.
    MOVE 0 TO LS-SENIOR-ADJ.
    IF LS-BAND = SPACE
        MOVE 0 TO LS-OCCUPANCY
        PERFORM FIND-DATE-OCCUPANCY
        IF WS-CAPACITY-STATUS = "00"
            PERFORM FIND-OCCUPANCY-BAND
        END-IF
    ELSE
        PERFORM FIND-STRUCK-BAND
    END-IF.
    GOBACK.

FIND-DATE-OCCUPANCY.
    MOVE 'N' TO WS-EOF.
    MOVE 'N' TO WS-DATE-FOUND.
    OPEN INPUT CAPACITY-FILE.
    IF WS-CAPACITY-STATUS = "00"
        PERFORM UNTIL WS-EOF = 'Y'
            READ CAPACITY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF CP-VISIT-DATE IS NUMERIC
                            AND CP-VISIT-DATE = LS-VISIT-DATE
                        MOVE 'Y' TO WS-DATE-FOUND
                        MOVE CP-BOOKED TO WS-BOOKED
                        MOVE CP-CAPACITY TO WS-CAPACITY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CAPACITY-FILE
    END-IF.
    IF WS-DATE-FOUND = 'Y' AND WS-CAPACITY > 0
        COMPUTE WS-OCCUPANCY-WORK = WS-BOOKED * 100 / WS-CAPACITY
        IF WS-OCCUPANCY-WORK > 999
            MOVE 999 TO LS-OCCUPANCY
        ELSE
            MOVE WS-OCCUPANCY-WORK TO LS-OCCUPANCY
        END-IF
    END-IF.

*> The first row whose range takes the occupancy sets the band.
FIND-OCCUPANCY-BAND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT BAND-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BAND-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM CHECK-BAND-ROW
                IF PB-OCC-FROM IS NUMERIC AND PB-OCC-TO IS NUMERIC
                        AND LS-OCCUPANCY >= PB-OCC-FROM
                        AND LS-OCCUPANCY <= PB-OCC-TO
                        AND WS-ROW-VALID = 'Y'
                    MOVE PB-BAND TO LS-BAND
                    PERFORM TAKE-BAND-ADJUSTMENTS
                    MOVE 'Y' TO WS-EOF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BAND-FILE.

FIND-STRUCK-BAND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT BAND-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BAND-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM CHECK-BAND-ROW
                IF PB-BAND = LS-BAND AND WS-ROW-VALID = 'Y'
                    PERFORM TAKE-BAND-ADJUSTMENTS
                    MOVE 'Y' TO WS-EOF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BAND-FILE.

*> A row with a blank code, a non-numeric adjustment or a discount
*> of the whole price is not a band and is passed over.
CHECK-BAND-ROW.
    MOVE 'Y' TO WS-ROW-VALID.
    IF PB-BAND = SPACE
            OR PB-ADULT-ADJ IS NOT NUMERIC
            OR PB-CHILD-ADJ IS NOT NUMERIC
            OR PB-SENIOR-ADJ IS NOT NUMERIC
        MOVE 'N' TO WS-ROW-VALID
    ELSE
        IF PB-ADULT-ADJ <= -100 OR PB-CHILD-ADJ <= -100
                OR PB-SENIOR-ADJ <= -100
            MOVE 'N' TO WS-ROW-VALID
        END-IF
    END-IF.

TAKE-BAND-ADJUSTMENTS.
    MOVE PB-ADULT-ADJ TO LS-ADULT-ADJ.
    MOVE PB-CHILD-ADJ TO LS-CHILD-ADJ.
    MOVE PB-SENIOR-ADJ TO LS-SENIOR-ADJ.
