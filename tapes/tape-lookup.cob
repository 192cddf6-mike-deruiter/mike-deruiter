       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-LOOKUP.
       AUTHOR. MIKE DERUITER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT IP-MASTER
                ASSIGN TO "/tmp/TAPES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IM-ID.
            SELECT IP-TAPES
                ASSIGN TO "/tmp/TAPES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS IP-TAPES-ID.
            SELECT OPTIONAL IP-LOANS
                ASSIGN TO "/tmp/TAPE-LOANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL IP-SUSPENSE
                ASSIGN TO "/tmp/TAPE-SUSPENSE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL IP-JOURNAL
                ASSIGN TO "/tmp/TAPE-JOURNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  IP-MASTER.
       01  IP-MASTER-REC.
            05  IM-ID                   PIC X(06).
            05  IM-ARTIST               PIC X(20).
            05  IM-TITLE                PIC X(20).
            05  IM-YEAR                 PIC X(04).
            05  IM-VALUE                PIC X(07).
            05  IM-VALUE-N REDEFINES
                IM-VALUE                PIC 9(05)V99.
            05  IM-RATING               PIC X(03).
            05  IM-RATING-N REDEFINES
                IM-RATING               PIC 9V99.
            05  IM-FORMAT               PIC X(10).
            05  IM-CONDITION            PIC X(02).
            05  IM-LOCATION             PIC X(06).
            05  IM-ACQ-DATE             PIC X(08).
            05  IM-PURCH-PRICE          PIC X(07).
            05  IM-PURCH-PRICE-N REDEFINES
                IM-PURCH-PRICE          PIC 9(05)V99.

       FD  IP-TAPES.
       01  IP-TAPES-REC.
            05  IP-TAPES-ID             PIC X(06).
            05  IP-TAPES-ARTIST         PIC X(20).
            05  IP-TAPES-TITLE          PIC X(20).
            05  IP-TAPES-YEAR           PIC X(04).
            05  IP-TAPES-VALUE          PIC X(07).
            05  IP-TAPES-RATING         PIC X(03).
            05  IP-TAPES-MEDIA-FORMAT   PIC X(10).
            05  IP-TAPES-CONDITION      PIC X(02).
            05  IP-TAPES-LOCATION       PIC X(06).
            05  IP-TAPES-ACQ-DATE       PIC X(08).
            05  IP-TAPES-PURCH-PRICE    PIC X(07).

       FD  IP-LOANS.
       01  IP-LOANS-REC.
            05  IL-ID                   PIC X(06).
            05  IL-ARTIST               PIC X(20).
            05  IL-TITLE                PIC X(20).
            05  IL-BORROWER             PIC X(20).
            05  IL-DATE-OUT             PIC X(08).
            05  IL-DATE-DUE             PIC X(08).

       FD  IP-SUSPENSE.
       01  IP-SUSPENSE-REC.
            05  ISP-CYCLES              PIC X(03).
            05  ISP-CYCLES-N REDEFINES
                ISP-CYCLES              PIC 9(03).
            05  ISP-REASON              PIC X(20).
            05  ISP-TRANS-IMAGE.
                10  ISP-CODE            PIC X(01).
                10  ISP-ID              PIC X(06).
                10  ISP-REST            PIC X(87).

       FD  IP-JOURNAL.
       01  IP-JOURNAL-REC.
            05  JR-DATE                 PIC X(08).
            05  JR-ID                   PIC X(06).
            05  JR-ACTION               PIC X(08).
            05  JR-BEFORE-IMAGE         PIC X(93).
            05  JR-AFTER-IMAGE          PIC X(93).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
            05  EOF-IP-TAPES-SW         PIC X VALUE "N".
                88  EOF-IP-TAPES              VALUE "Y".
            05  EOF-LOANS-SW            PIC X VALUE "N".
                88  EOF-LOANS                 VALUE "Y".
            05  EOF-SUSPENSE-SW         PIC X VALUE "N".
                88  EOF-SUSPENSE              VALUE "Y".
            05  EOF-JOURNAL-SW          PIC X VALUE "N".
                88  EOF-JOURNAL               VALUE "Y".
            05  WS-QUIT-SW              PIC X VALUE "N".
                88  WS-QUIT                   VALUE "Y".
            05  WS-MASTER-FOUND-SW      PIC X VALUE "N".
                88  WS-MASTER-FOUND           VALUE "Y".
            05  WS-ON-LOAN-SW           PIC X VALUE "N".
                88  WS-ON-LOAN                VALUE "Y".

       01  WS-INQUIRY-WORK.
            05  WS-INPUT                PIC X(20) VALUE SPACES.
            05  WS-WANTED-ID            PIC X(06) VALUE SPACES.
            05  WS-SEARCH-LEN           PIC 9(02) VALUE ZERO.
            05  WS-HIT-COUNT            PIC 9(03) VALUE ZERO.
            05  WS-PICK                 PIC X(02) VALUE SPACES.
            05  WS-PICK-N               PIC 9(02) VALUE ZERO.
            05  WS-UPPER-ARTIST         PIC X(20) VALUE SPACES.
            05  WS-UPPER-TITLE          PIC X(20) VALUE SPACES.

       01  WS-DATE-WORK.
            05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.

       01  WS-PICK-CONTROL.
            05  WS-PICK-COUNT           PIC 9(02) VALUE ZERO.
            05  WS-PICK-MAX             PIC 9(02) VALUE 20.
            05  WS-MATCH-NUM            PIC 9(05) VALUE ZERO.

       01  WS-PICK-TABLE.
            05  PK-ENTRY OCCURS 20 TIMES INDEXED BY PK-IDX.
                10  PK-ID               PIC X(06).
                10  PK-ARTIST           PIC X(20).
                10  PK-TITLE            PIC X(20).
                10  PK-FORMAT           PIC X(10).

       01  WS-JOURNAL-CONTROL.
            05  WS-JRNL-COUNT           PIC 9(02) VALUE ZERO.
            05  WS-JRNL-MAX             PIC 9(02) VALUE 5.
            05  WS-JRNL-TOTAL           PIC 9(05) VALUE ZERO.
            05  WS-JRNL-IDX             PIC 9(02) VALUE ZERO.

       01  WS-JOURNAL-TABLE.
            05  JT-ENTRY OCCURS 5 TIMES.
                10  JT-DATE             PIC X(08).
                10  JT-ACTION           PIC X(08).
                10  JT-BEFORE-IMAGE     PIC X(93).
                10  JT-AFTER-IMAGE      PIC X(93).

       01  WS-COUNTERS.
            05  WS-SUSPENSE-NUM         PIC 9(03) VALUE ZERO.

       01  WS-IMAGE-WORK.
            05  WS-IW-ID                PIC X(06).
            05  WS-IW-ARTIST            PIC X(20).
            05  WS-IW-TITLE             PIC X(20).
            05  WS-IW-YEAR              PIC X(04).
            05  WS-IW-VALUE             PIC X(07).
            05  WS-IW-RATING            PIC X(03).
            05  WS-IW-FORMAT            PIC X(10).
            05  WS-IW-CONDITION         PIC X(02).
            05  WS-IW-LOCATION          PIC X(06).
            05  WS-IW-ACQ-DATE          PIC X(08).
            05  WS-IW-PURCH-PRICE       PIC X(07).

       01  DASH-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(60) VALUE ALL "-".

       01  PICK-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05  PL-NUM                  PIC Z9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  PL-ID                   PIC X(06) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  PL-ARTIST               PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  PL-TITLE                PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  PL-FORMAT               PIC X(10) VALUE ALL SPACES.

       01  FIELD-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05  FL-LABEL                PIC X(16) VALUE ALL SPACES.
            05  FL-VALUE                PIC X(40) VALUE ALL SPACES.

       01  WS-EDIT-FIELDS.
            05  WS-EDIT-MONEY           PIC $$$,$$9.99 VALUE ZERO.
            05  WS-EDIT-RATING          PIC 9.99 VALUE ZERO.
            05  WS-EDIT-CYCLES          PIC ZZ9 VALUE ZERO.

       01  LOAN-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(16) VALUE "ON LOAN TO".
            05  LN-BORROWER             PIC X(20) VALUE ALL SPACES.
            05                          PIC X(05) VALUE " OUT ".
            05  LN-DATE-OUT             PIC X(08) VALUE ALL SPACES.
            05                          PIC X(05) VALUE " DUE ".
            05  LN-DATE-DUE             PIC X(08) VALUE ALL SPACES.
            05                          PIC X(01) VALUE ALL SPACES.
            05  LN-FLAG                 PIC X(07) VALUE ALL SPACES.

       01  SUSPENSE-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(16) VALUE "IN SUSPENSE".
            05                          PIC X(05) VALUE "CODE ".
            05  SL-CODE                 PIC X(01) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  SL-REASON               PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  SL-CYCLES               PIC ZZ9 VALUE ZERO.
            05                          PIC X(07) VALUE " CYCLES".

       01  JOURNAL-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05  JL-DATE                 PIC X(08) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  JL-ACTION               PIC X(08) VALUE ALL SPACES.

       01  JOURNAL-IMAGE-LINE.
            05                          PIC X(04) VALUE ALL SPACES.
            05  JI-LABEL                PIC X(08) VALUE ALL SPACES.
            05  JI-VALUE                PIC X(07) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  JI-RATING               PIC X(03) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  JI-FORMAT               PIC X(10) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  JI-CONDITION            PIC X(02) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  JI-LOCATION             PIC X(06) VALUE ALL SPACES.

       01  JOURNAL-COUNT-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(22) VALUE
                    "JOURNAL ENTRIES TOTAL:".
            05  JC-TOTAL                PIC ZZZZ9 VALUE ZERO.
            05                          PIC X(10) VALUE " - LAST ".
            05  JC-SHOWN                PIC 9 VALUE ZERO.
            05                          PIC X(06) VALUE " SHOWN".

       PROCEDURE DIVISION.

       00000-MAIN.
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

            DISPLAY "TAPE-LOOKUP: TAPE COLLECTION INQUIRY".

            PERFORM OA1000-ONE-INQUIRY
                UNTIL WS-QUIT.

            STOP RUN.

       OA1000-ONE-INQUIRY.
            DISPLAY " ".
            DISPLAY "ENTER TAPE ID, PART OF ARTIST OR TITLE, "
                "OR END:".
            MOVE SPACES                 TO WS-INPUT.
            ACCEPT WS-INPUT.

            INSPECT WS-INPUT CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            EVALUATE TRUE
                WHEN WS-INPUT = SPACES
                WHEN WS-INPUT = "END"
                    MOVE "Y"            TO WS-QUIT-SW
                WHEN WS-INPUT(1:6) IS NUMERIC
                    AND WS-INPUT(7:) = SPACES
                    MOVE WS-INPUT(1:6)  TO WS-WANTED-ID
                    PERFORM OC1000-SHOW-TAPE
                WHEN OTHER
                    PERFORM OB1000-SEARCH-MASTER
            END-EVALUATE.

       OB1000-SEARCH-MASTER.
            PERFORM OB1100-FIND-SEARCH-LENGTH
                VARYING WS-SEARCH-LEN FROM 20 BY -1
                UNTIL WS-SEARCH-LEN = ZERO
                    OR WS-INPUT(WS-SEARCH-LEN:1) NOT = SPACE.

            MOVE ZERO                   TO WS-PICK-COUNT
                                           WS-MATCH-NUM.
            MOVE "N"                    TO EOF-IP-TAPES-SW.

            OPEN INPUT IP-TAPES.

            PERFORM OB1200-CHECK-ONE-TAPE
                UNTIL EOF-IP-TAPES.

            CLOSE IP-TAPES.

            EVALUATE TRUE
                WHEN WS-MATCH-NUM = ZERO
                    DISPLAY "NO TAPES MATCH " WS-INPUT
                WHEN WS-MATCH-NUM = 1
                    MOVE PK-ID(1)       TO WS-WANTED-ID
                    PERFORM OC1000-SHOW-TAPE
                WHEN OTHER
                    PERFORM OB2000-PICK-FROM-LIST
            END-EVALUATE.

       OB1100-FIND-SEARCH-LENGTH.
            CONTINUE.

       OB1200-CHECK-ONE-TAPE.
            READ IP-TAPES
                AT END MOVE "Y" TO EOF-IP-TAPES-SW
            END-READ.

            IF NOT EOF-IP-TAPES
                MOVE IP-TAPES-ARTIST    TO WS-UPPER-ARTIST
                MOVE IP-TAPES-TITLE     TO WS-UPPER-TITLE
                INSPECT WS-UPPER-ARTIST CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                INSPECT WS-UPPER-TITLE CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                MOVE ZERO               TO WS-HIT-COUNT
                INSPECT WS-UPPER-ARTIST TALLYING WS-HIT-COUNT
                    FOR ALL WS-INPUT(1:WS-SEARCH-LEN)
                INSPECT WS-UPPER-TITLE TALLYING WS-HIT-COUNT
                    FOR ALL WS-INPUT(1:WS-SEARCH-LEN)

                IF WS-HIT-COUNT > ZERO
                    ADD  1              TO WS-MATCH-NUM
                    IF WS-PICK-COUNT < WS-PICK-MAX
                        ADD  1          TO WS-PICK-COUNT
                        SET PK-IDX      TO WS-PICK-COUNT
                        MOVE IP-TAPES-ID
                                        TO PK-ID(PK-IDX)
                        MOVE IP-TAPES-ARTIST
                                        TO PK-ARTIST(PK-IDX)
                        MOVE IP-TAPES-TITLE
                                        TO PK-TITLE(PK-IDX)
                        MOVE IP-TAPES-MEDIA-FORMAT
                                        TO PK-FORMAT(PK-IDX)
                    END-IF
                END-IF
            END-IF.

       OB2000-PICK-FROM-LIST.
            DISPLAY " ".
            DISPLAY WS-MATCH-NUM " TAPES MATCH " WS-INPUT.

            IF WS-MATCH-NUM > WS-PICK-MAX
                DISPLAY "FIRST " WS-PICK-MAX
                    " SHOWN - ENTER MORE TEXT TO NARROW"
            END-IF.

            DISPLAY DASH-LINE.

            PERFORM OB2100-SHOW-ONE-PICK
                VARYING PK-IDX FROM 1 BY 1
                UNTIL PK-IDX > WS-PICK-COUNT.

            DISPLAY DASH-LINE.
            DISPLAY "ENTER LINE NUMBER, OR BLANK TO RETURN:".
            MOVE SPACES                 TO WS-PICK.
            ACCEPT WS-PICK.

            IF WS-PICK(2:1) = SPACE
                MOVE WS-PICK(1:1)       TO WS-PICK(2:1)
                MOVE "0"                TO WS-PICK(1:1)
            END-IF.

            IF WS-PICK IS NUMERIC
                MOVE WS-PICK            TO WS-PICK-N
                IF WS-PICK-N > ZERO
                    AND WS-PICK-N NOT > WS-PICK-COUNT
                    MOVE PK-ID(WS-PICK-N)
                                        TO WS-WANTED-ID
                    PERFORM OC1000-SHOW-TAPE
                ELSE
                    DISPLAY "NO SUCH LINE"
                END-IF
            END-IF.

       OB2100-SHOW-ONE-PICK.
            SET WS-PICK-N               TO PK-IDX.
            MOVE WS-PICK-N              TO PL-NUM.
            MOVE PK-ID(PK-IDX)          TO PL-ID.
            MOVE PK-ARTIST(PK-IDX)      TO PL-ARTIST.
            MOVE PK-TITLE(PK-IDX)       TO PL-TITLE.
            MOVE PK-FORMAT(PK-IDX)      TO PL-FORMAT.

            DISPLAY PICK-LINE.

       OC1000-SHOW-TAPE.
            MOVE WS-WANTED-ID           TO IM-ID.

            OPEN INPUT IP-MASTER.

            READ IP-MASTER
                INVALID KEY
                    MOVE "N"            TO WS-MASTER-FOUND-SW
                NOT INVALID KEY
                    MOVE "Y"            TO WS-MASTER-FOUND-SW
            END-READ.

            CLOSE IP-MASTER.

            DISPLAY " ".
            DISPLAY DASH-LINE.

            IF WS-MASTER-FOUND
                PERFORM OC2000-SHOW-MASTER
                PERFORM OC3000-SHOW-LOAN
                PERFORM OC4000-SHOW-SUSPENSE
            ELSE
                DISPLAY "  TAPE " WS-WANTED-ID " IS NOT ON THE MASTER"
            END-IF.

            PERFORM OC5000-SHOW-JOURNAL.

            DISPLAY DASH-LINE.

       OC2000-SHOW-MASTER.
            MOVE "TAPE ID"              TO FL-LABEL.
            MOVE IM-ID                  TO FL-VALUE.
            DISPLAY FIELD-LINE.

            MOVE "ARTIST"               TO FL-LABEL.
            MOVE IM-ARTIST              TO FL-VALUE.
            DISPLAY FIELD-LINE.

            MOVE "TITLE"                TO FL-LABEL.
            MOVE IM-TITLE               TO FL-VALUE.
            DISPLAY FIELD-LINE.

            MOVE "YEAR"                 TO FL-LABEL.
            MOVE IM-YEAR                TO FL-VALUE.
            DISPLAY FIELD-LINE.

            MOVE "FORMAT"               TO FL-LABEL.
            MOVE IM-FORMAT              TO FL-VALUE.
            DISPLAY FIELD-LINE.

            MOVE "CONDITION"            TO FL-LABEL.
            MOVE IM-CONDITION           TO FL-VALUE.
            DISPLAY FIELD-LINE.

            MOVE "VALUE"                TO FL-LABEL.
            IF IM-VALUE IS NUMERIC
                MOVE IM-VALUE-N         TO WS-EDIT-MONEY
                MOVE WS-EDIT-MONEY      TO FL-VALUE
            ELSE
                MOVE IM-VALUE           TO FL-VALUE
            END-IF.
            DISPLAY FIELD-LINE.

            MOVE "RATING"               TO FL-LABEL.
            IF IM-RATING IS NUMERIC
                MOVE IM-RATING-N        TO WS-EDIT-RATING
                MOVE WS-EDIT-RATING     TO FL-VALUE
            ELSE
                MOVE IM-RATING          TO FL-VALUE
            END-IF.
            DISPLAY FIELD-LINE.

            MOVE "LOCATION"             TO FL-LABEL.
            IF IM-LOCATION = SPACES
                MOVE "UNASGN"           TO FL-VALUE
            ELSE
                MOVE IM-LOCATION        TO FL-VALUE
            END-IF.
            DISPLAY FIELD-LINE.

            MOVE "ACQUIRED"             TO FL-LABEL.
            MOVE IM-ACQ-DATE            TO FL-VALUE.
            DISPLAY FIELD-LINE.

            MOVE "PURCHASE PRICE"       TO FL-LABEL.
            IF IM-PURCH-PRICE IS NUMERIC
                MOVE IM-PURCH-PRICE-N   TO WS-EDIT-MONEY
                MOVE WS-EDIT-MONEY      TO FL-VALUE
            ELSE
                MOVE IM-PURCH-PRICE     TO FL-VALUE
            END-IF.
            DISPLAY FIELD-LINE.

       OC3000-SHOW-LOAN.
            MOVE "N"                    TO WS-ON-LOAN-SW.
            MOVE "N"                    TO EOF-LOANS-SW.

            OPEN INPUT IP-LOANS.

            PERFORM OC3100-CHECK-ONE-LOAN
                UNTIL EOF-LOANS OR WS-ON-LOAN.

            CLOSE IP-LOANS.

            DISPLAY " ".

            IF WS-ON-LOAN
                MOVE IL-BORROWER        TO LN-BORROWER
                MOVE IL-DATE-OUT        TO LN-DATE-OUT
                MOVE IL-DATE-DUE        TO LN-DATE-DUE
                MOVE SPACES             TO LN-FLAG
                IF IL-DATE-DUE IS NUMERIC
                    AND IL-DATE-DUE < WS-CURRENT-DATE
                    MOVE "OVERDUE"      TO LN-FLAG
                END-IF
                DISPLAY LOAN-LINE
            ELSE
                MOVE "LOAN STATUS"      TO FL-LABEL
                MOVE "NOT ON LOAN"      TO FL-VALUE
                DISPLAY FIELD-LINE
            END-IF.

       OC3100-CHECK-ONE-LOAN.
            READ IP-LOANS
                AT END MOVE "Y" TO EOF-LOANS-SW
            END-READ.

            IF NOT EOF-LOANS
                IF IL-ID = WS-WANTED-ID
                    MOVE "Y"            TO WS-ON-LOAN-SW
                END-IF
            END-IF.

       OC4000-SHOW-SUSPENSE.
            MOVE ZERO                   TO WS-SUSPENSE-NUM.
            MOVE "N"                    TO EOF-SUSPENSE-SW.

            OPEN INPUT IP-SUSPENSE.

            PERFORM OC4100-CHECK-ONE-SUSPENSE
                UNTIL EOF-SUSPENSE.

            CLOSE IP-SUSPENSE.

            IF WS-SUSPENSE-NUM = ZERO
                MOVE "SUSPENSE"         TO FL-LABEL
                MOVE "NO OPEN ENTRIES"  TO FL-VALUE
                DISPLAY FIELD-LINE
            END-IF.

       OC4100-CHECK-ONE-SUSPENSE.
            READ IP-SUSPENSE
                AT END MOVE "Y" TO EOF-SUSPENSE-SW
            END-READ.

            IF NOT EOF-SUSPENSE
                IF ISP-ID = WS-WANTED-ID
                    ADD  1              TO WS-SUSPENSE-NUM
                    MOVE ISP-CODE       TO SL-CODE
                    MOVE ISP-REASON     TO SL-REASON
                    IF ISP-CYCLES IS NUMERIC
                        MOVE ISP-CYCLES-N
                                        TO SL-CYCLES
                    ELSE
                        MOVE ZERO       TO SL-CYCLES
                    END-IF
                    DISPLAY SUSPENSE-LINE
                END-IF
            END-IF.

       OC5000-SHOW-JOURNAL.
            MOVE ZERO                   TO WS-JRNL-COUNT
                                           WS-JRNL-TOTAL.
            MOVE "N"                    TO EOF-JOURNAL-SW.

            OPEN INPUT IP-JOURNAL.

            PERFORM OC5100-CHECK-ONE-ENTRY
                UNTIL EOF-JOURNAL.

            CLOSE IP-JOURNAL.

            DISPLAY " ".

            IF WS-JRNL-TOTAL = ZERO
                MOVE "JOURNAL"          TO FL-LABEL
                MOVE "NO CHANGES RECORDED"
                                        TO FL-VALUE
                DISPLAY FIELD-LINE
            ELSE
                MOVE WS-JRNL-TOTAL      TO JC-TOTAL
                MOVE WS-JRNL-COUNT      TO JC-SHOWN
                DISPLAY JOURNAL-COUNT-LINE
                PERFORM OC5300-SHOW-ONE-ENTRY
                    VARYING WS-JRNL-IDX FROM WS-JRNL-COUNT BY -1
                    UNTIL WS-JRNL-IDX = ZERO
            END-IF.

       OC5100-CHECK-ONE-ENTRY.
            READ IP-JOURNAL
                AT END MOVE "Y" TO EOF-JOURNAL-SW
            END-READ.

            IF NOT EOF-JOURNAL
                IF JR-ID = WS-WANTED-ID
                    ADD  1              TO WS-JRNL-TOTAL
                    IF WS-JRNL-COUNT < WS-JRNL-MAX
                        ADD  1          TO WS-JRNL-COUNT
                    ELSE
                        PERFORM OC5200-SHIFT-ENTRY-UP
                            VARYING WS-JRNL-IDX FROM 1 BY 1
                            UNTIL WS-JRNL-IDX = WS-JRNL-MAX
                    END-IF
                    MOVE JR-DATE        TO JT-DATE(WS-JRNL-COUNT)
                    MOVE JR-ACTION      TO JT-ACTION(WS-JRNL-COUNT)
                    MOVE JR-BEFORE-IMAGE
                                    TO JT-BEFORE-IMAGE(WS-JRNL-COUNT)
                    MOVE JR-AFTER-IMAGE
                                    TO JT-AFTER-IMAGE(WS-JRNL-COUNT)
                END-IF
            END-IF.

       OC5200-SHIFT-ENTRY-UP.
            MOVE JT-ENTRY(WS-JRNL-IDX + 1)
                                        TO JT-ENTRY(WS-JRNL-IDX).

       OC5300-SHOW-ONE-ENTRY.
            MOVE JT-DATE(WS-JRNL-IDX)   TO JL-DATE.
            MOVE JT-ACTION(WS-JRNL-IDX) TO JL-ACTION.
            DISPLAY JOURNAL-LINE.

            IF JT-BEFORE-IMAGE(WS-JRNL-IDX) NOT = SPACES
                MOVE JT-BEFORE-IMAGE(WS-JRNL-IDX)
                                        TO WS-IMAGE-WORK
                MOVE "BEFORE:"          TO JI-LABEL
                PERFORM OC5400-SHOW-IMAGE-LINE
            END-IF.

            IF JT-AFTER-IMAGE(WS-JRNL-IDX) NOT = SPACES
                MOVE JT-AFTER-IMAGE(WS-JRNL-IDX)
                                        TO WS-IMAGE-WORK
                MOVE "AFTER:"           TO JI-LABEL
                PERFORM OC5400-SHOW-IMAGE-LINE
            END-IF.

       OC5400-SHOW-IMAGE-LINE.
            MOVE WS-IW-VALUE            TO JI-VALUE.
            MOVE WS-IW-RATING           TO JI-RATING.
            MOVE WS-IW-FORMAT           TO JI-FORMAT.
            MOVE WS-IW-CONDITION        TO JI-CONDITION.
            MOVE WS-IW-LOCATION         TO JI-LOCATION.

            DISPLAY JOURNAL-IMAGE-LINE.
