       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-SELECT.
       AUTHOR. MIKE DERUITER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT IP-TAPES
                ASSIGN TO "/tmp/TAPES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS IM-ID.
            SELECT OPTIONAL IP-CARDS
                ASSIGN TO "/tmp/TAPE-SELECT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL LN-LOANS
                ASSIGN TO "/tmp/TAPE-LOANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT IX-LOANS
                ASSIGN TO "/tmp/tape-select-loan-index"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IXN-ID.
            SELECT SW-SELECT
                ASSIGN TO "SORTWK13"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-REPORT
                ASSIGN TO "/tmp/tape-select"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-CSV
                ASSIGN TO "/tmp/tape-select.csv"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  IP-TAPES.
       01  IP-TAPES-REC.
            05  IM-ID                   PIC X(06).
            05  IM-ARTIST               PIC X(20).
            05  IM-TITLE                PIC X(20).
            05  IM-YEAR                 PIC X(04).
            05  IM-YEAR-N REDEFINES
                IM-YEAR                 PIC 9(04).
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
            05  IM-ACQ-DATE-N REDEFINES
                IM-ACQ-DATE             PIC 9(08).
            05  IM-PURCH-PRICE          PIC X(07).

       FD  IP-CARDS.
       01  IP-CARDS-REC.
            05  SC-TYPE                 PIC X(10).
            05  SC-LOW                  PIC X(20).
            05  SC-HIGH                 PIC X(20).
            05                          PIC X(30).

       FD  LN-LOANS.
       01  LN-LOANS-REC.
            05  LN-ID                   PIC X(06).
            05  LN-ARTIST               PIC X(20).
            05  LN-TITLE                PIC X(20).
            05  LN-BORROWER             PIC X(20).
            05  LN-DATE-OUT             PIC X(08).
            05  LN-DATE-DUE             PIC X(08).

       FD  IX-LOANS.
       01  IX-LOANS-REC.
            05  IXN-ID                  PIC X(06).
            05  IXN-BORROWER            PIC X(20).
            05  IXN-DATE-DUE            PIC X(08).

       SD  SW-SELECT.
       01  SW-SELECT-REC.
            05  SQ-SORT-KEY             PIC X(60).
            05  SQ-ID                   PIC X(06).
            05  SQ-ARTIST               PIC X(20).
            05  SQ-TITLE                PIC X(20).
            05  SQ-YEAR                 PIC X(04).
            05  SQ-VALUE                PIC X(07).
            05  SQ-VALUE-N REDEFINES
                SQ-VALUE                PIC 9(05)V99.
            05  SQ-RATING               PIC X(03).
            05  SQ-RATING-N REDEFINES
                SQ-RATING               PIC 9V99.
            05  SQ-FORMAT               PIC X(10).
            05  SQ-CONDITION            PIC X(02).
            05  SQ-LOCATION             PIC X(06).
            05  SQ-ACQ-DATE             PIC X(08).
            05  SQ-PURCH-PRICE          PIC X(07).
            05  SQ-PURCH-PRICE-N REDEFINES
                SQ-PURCH-PRICE          PIC 9(05)V99.
            05  SQ-BORROWER             PIC X(20).
            05  SQ-DATE-DUE             PIC X(08).
            05  SQ-LOAN-STATUS          PIC X(07).

       FD  OP-REPORT.
       01  OP-REPORT-REC               PIC X(160).

       FD  OP-CSV.
       01  OP-CSV-REC                  PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
            05  EOF-CARDS-SW            PIC X VALUE "N".
                88  EOF-CARDS                 VALUE "Y".
            05  EOF-LN-LOANS-SW         PIC X VALUE "N".
                88  EOF-LN-LOANS              VALUE "Y".
            05  EOF-IP-TAPES-SW         PIC X VALUE "N".
                88  EOF-IP-TAPES              VALUE "Y".
            05  EOF-SW-SELECT-SW        PIC X VALUE "N".
                88  EOF-SW-SELECT             VALUE "Y".
            05  WS-SELECTED-SW          PIC X VALUE "N".
                88  WS-SELECTED               VALUE "Y".
            05  WS-MATCH-SW             PIC X VALUE "N".
                88  WS-MATCH                  VALUE "Y".
            05  WS-ON-LOAN-SW           PIC X VALUE "N".
                88  WS-ON-LOAN                VALUE "Y".
            05  WS-FIELD-NAME-SW        PIC X VALUE "N".
                88  WS-FIELD-NAME-OK          VALUE "Y".
            05  WS-CSV-SW               PIC X VALUE "N".
                88  WS-CSV-WANTED             VALUE "Y".
            05  WS-PARSE-OK-SW          PIC X VALUE "Y".
                88  WS-PARSE-OK               VALUE "Y".

       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.

       01  WS-CARD-CONTROL.
            05  WS-CARD-NUM             PIC 9(04) VALUE ZERO.
            05  WS-CARD-ERROR           PIC X(30) VALUE SPACES.
            05  WS-CRITERIA-NUM         PIC 9(04) VALUE ZERO.

       01  WS-FORMAT-SELECTION.
            05  WS-FS-COUNT             PIC 9(02) VALUE ZERO.
            05  FS-ENTRY OCCURS 10 TIMES
                    INDEXED BY FS-IDX.
                10  FS-FORMAT           PIC X(10).

       01  WS-LOCATION-SELECTION.
            05  WS-LS-COUNT             PIC 9(02) VALUE ZERO.
            05  LS-ENTRY OCCURS 10 TIMES
                    INDEXED BY LS-IDX.
                10  LS-LOCATION         PIC X(06).
                10  LS-LEN              PIC 9(01).

       01  WS-CONDITION-SELECTION.
            05  WS-CS-COUNT             PIC 9(02) VALUE ZERO.
            05  CS-ENTRY OCCURS 10 TIMES
                    INDEXED BY CS-IDX.
                10  CS-CONDITION        PIC X(02).

       01  WS-RANGE-SELECTION.
            05  WS-YEAR-SW              PIC X VALUE "N".
                88  WS-YEAR-RANGE             VALUE "Y".
            05  WS-YEAR-LOW             PIC 9(04) VALUE ZERO.
            05  WS-YEAR-HIGH            PIC 9(04) VALUE 9999.
            05  WS-YEAR-LOW-X           PIC X(20) VALUE SPACES.
            05  WS-YEAR-HIGH-X          PIC X(20) VALUE SPACES.
            05  WS-VALUE-SW             PIC X VALUE "N".
                88  WS-VALUE-RANGE            VALUE "Y".
            05  WS-VALUE-LOW            PIC 9(05)V99 VALUE ZERO.
            05  WS-VALUE-HIGH           PIC 9(05)V99 VALUE 99999.99.
            05  WS-VALUE-LOW-X          PIC X(20) VALUE SPACES.
            05  WS-VALUE-HIGH-X         PIC X(20) VALUE SPACES.
            05  WS-RATING-SW            PIC X VALUE "N".
                88  WS-RATING-RANGE           VALUE "Y".
            05  WS-RATING-LOW           PIC 9V99 VALUE ZERO.
            05  WS-RATING-HIGH          PIC 9V99 VALUE 9.99.
            05  WS-RATING-LOW-X         PIC X(20) VALUE SPACES.
            05  WS-RATING-HIGH-X        PIC X(20) VALUE SPACES.
            05  WS-ACQ-SW               PIC X VALUE "N".
                88  WS-ACQ-RANGE              VALUE "Y".
            05  WS-ACQ-LOW              PIC 9(08) VALUE ZERO.
            05  WS-ACQ-HIGH             PIC 9(08) VALUE 99999999.
            05  WS-ACQ-LOW-X            PIC X(20) VALUE SPACES.
            05  WS-ACQ-HIGH-X           PIC X(20) VALUE SPACES.
            05  WS-LOAN-SEL             PIC X(08) VALUE SPACES.
                88  WS-LOAN-ON                VALUE "ON".
                88  WS-LOAN-OFF               VALUE "OFF".
                88  WS-LOAN-OVERDUE           VALUE "OVERDUE".

       01  WS-SORT-CONTROL.
            05  WS-KS-COUNT             PIC 9(01) VALUE ZERO.
            05  KS-ENTRY OCCURS 3 TIMES
                    INDEXED BY KS-IDX.
                10  KS-FIELD            PIC X(10).
                10  KS-DESC-SW          PIC X(01).
                    88  KS-DESCENDING         VALUE "Y".

       01  WS-COLUMN-CONTROL.
            05  WS-CL-COUNT             PIC 9(02) VALUE ZERO.
            05  CL-ENTRY OCCURS 14 TIMES
                    INDEXED BY CL-IDX.
                10  CL-NAME             PIC X(10).

       01  WS-RANGE-WORK.
            05  WS-RANGE-LOW-X          PIC X(20) VALUE SPACES.
            05  WS-RANGE-HIGH-X         PIC X(20) VALUE SPACES.

       01  WS-TAPE-WORK.
            05  WS-TP-FORMAT            PIC X(10) VALUE SPACES.
            05  WS-TP-LOCATION          PIC X(06) VALUE SPACES.
            05  WS-TP-BORROWER          PIC X(20) VALUE SPACES.
            05  WS-TP-DATE-DUE          PIC X(08) VALUE SPACES.
            05  WS-TP-LOAN-STATUS       PIC X(07) VALUE SPACES.

       01  WS-KEY-WORK.
            05  WS-KEY-SEG              PIC X(20) VALUE SPACES.
            05  WS-KEY-POS              PIC 9(02) VALUE ZERO.

       01  WS-COLLATE-ASCENDING.
            05                          PIC X(16) VALUE
                    " !""#$%&'()*+,-./".
            05                          PIC X(17) VALUE
                    "0123456789:;<=>?@".
            05                          PIC X(26) VALUE
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05                          PIC X(10) VALUE
                    "[\]^_`{|}~".

       01  WS-COLLATE-DESCENDING.
            05                          PIC X(10) VALUE
                    "~}|{`_^]\[".
            05                          PIC X(26) VALUE
                    "ZYXWVUTSRQPONMLKJIHGFEDCBA".
            05                          PIC X(17) VALUE
                    "@?>=<;:9876543210".
            05                          PIC X(16) VALUE
                    "/.-,+*)('&%$#""! ".

       01  WS-COLUMN-WORK.
            05  WS-COL-HEAD             PIC X(20) VALUE SPACES.
            05  WS-COL-TEXT             PIC X(20) VALUE SPACES.
            05  WS-COL-WIDTH            PIC 9(02) VALUE ZERO.
            05  WS-LINE-PTR             PIC 9(03) VALUE 1.
            05  WS-CSV-PTR              PIC 9(03) VALUE 1.
            05  WS-CSV-START            PIC 9(02) VALUE ZERO.
            05  WS-CSV-END              PIC 9(02) VALUE ZERO.
            05  WS-CSV-LEN              PIC 9(02) VALUE ZERO.
            05  WS-CSV-SCAN-IDX         PIC 9(02) VALUE ZERO.
            05  WS-COMMA-NUM            PIC 9(02) VALUE ZERO.
            05  WS-PRINT-LINE           PIC X(160) VALUE SPACES.
            05  WS-CSV-LINE             PIC X(250) VALUE SPACES.
            05  WS-EDIT-AMOUNT          PIC ZZZZ9.99.
            05  WS-EDIT-RATING          PIC 9.99.

       01  WS-ECHO-WORK.
            05  WS-ECHO-LINE            PIC X(100) VALUE SPACES.
            05  WS-ECHO-PTR             PIC 9(03) VALUE 1.
            05  WS-ECHO-SEP             PIC X(02) VALUE SPACES.

       01  WS-PARSE-WORK.
            05  WS-PARSE-IN             PIC X(20) VALUE SPACES.
            05  WS-PARSE-VALUE          PIC 9(05)V99 VALUE ZERO.
            05  WS-PARSE-DIGITS         PIC 9(06) VALUE ZERO.
            05  WS-PARSE-FRAC           PIC 9(02) VALUE ZERO.
            05  WS-PARSE-FRAC-LEN       PIC 9(01) VALUE ZERO.
            05  WS-PARSE-IDX            PIC 9(02) VALUE ZERO.
            05  WS-PARSE-DOT-SW         PIC X VALUE "N".
                88  WS-PARSE-PAST-DOT        VALUE "Y".
            05  WS-PARSE-ANY-SW         PIC X VALUE "N".
                88  WS-PARSE-ANY-DIGIT       VALUE "Y".
            05  WS-PARSE-CHAR           PIC X(01) VALUE SPACE.
            05  WS-PARSE-DIGIT-X        PIC X(01) VALUE ZERO.
            05  WS-PARSE-DIGIT-N REDEFINES
                WS-PARSE-DIGIT-X        PIC 9(01).

       01  WS-CONTROL-TOTALS.
            05  CT-READ-NUM             PIC 9(06) VALUE ZERO.
            05  CT-READ-VALUE           PIC 9(08)V99 VALUE ZERO.
            05  CT-SELECTED-NUM         PIC 9(06) VALUE ZERO.
            05  CT-SELECTED-VALUE       PIC 9(08)V99 VALUE ZERO.
            05  CT-EXCLUDED-NUM         PIC 9(06) VALUE ZERO.
            05  CT-LISTED-NUM           PIC 9(06) VALUE ZERO.
            05  CT-LISTED-VALUE         PIC 9(08)V99 VALUE ZERO.
            05  CT-CSV-NUM              PIC 9(06) VALUE ZERO.
            05  CT-LOAN-BYPASS-NUM      PIC 9(05) VALUE ZERO.

       01  WS-CONDITION-CHECK           PIC X(02) VALUE SPACES.
            88  WS-VALID-CONDITION           VALUES "M ", "NM", "VG",
                                                    "G ", "F ", "P ",
                                                    "  ".

       01  TITLE-SELECT.
            05                          PIC X(25) VALUE ALL SPACES.
            05                          PIC X(26) VALUE
                    "TAPE MASTER SELECTION LIST".
            05                          PIC X(05) VALUE ALL SPACES.
            05                          PIC X(09) VALUE "RUN DATE ".
            05  TS-RUN-DATE             PIC 9(08) VALUE ZERO.

       01  CRITERIA-HEADER.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(19) VALUE
                    "SELECTION CRITERIA:".

       01  CRITERIA-DETAIL-REC.
            05                          PIC X(04) VALUE ALL SPACES.
            05  CD-LABEL                PIC X(14) VALUE ALL SPACES.
            05  CD-TEXT                 PIC X(100) VALUE ALL SPACES.

       01  RPT-COUNT-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05  RC-LABEL                PIC X(26) VALUE ALL SPACES.
            05  RC-COUNT                PIC ZZZZZ9 VALUE ZERO.
            05  RC-VALUE-AREA.
                10                      PIC X(05) VALUE ALL SPACES.
                10  RC-VALUE            PIC Z(07)9.99 VALUE ZERO.

       PROCEDURE DIVISION.

       00000-MAIN.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            PERFORM OA1000-READ-CARDS.
            PERFORM OA2000-LOAD-LOANS.

            OPEN OUTPUT OP-REPORT.
            IF WS-CSV-WANTED
                OPEN OUTPUT OP-CSV
            END-IF.

            PERFORM OA3000-PRINT-HEADING.

            SORT SW-SELECT
                ASCENDING SQ-SORT-KEY, SQ-ID
                INPUT PROCEDURE OB1000-SELECT-TAPES
                OUTPUT PROCEDURE OC1000-LIST-SELECTED.

            PERFORM OA4000-PRINT-TOTALS.

            CLOSE IX-LOANS.
            CLOSE OP-REPORT.
            IF WS-CSV-WANTED
                CLOSE OP-CSV
            END-IF.

            IF CT-LISTED-NUM NOT = CT-SELECTED-NUM
                DISPLAY "TAPE-SELECT: TAPES LISTED DO NOT AGREE "
                    "WITH TAPES SELECTED"
                MOVE 8                  TO RETURN-CODE
            END-IF.

            STOP RUN.

       OA1000-READ-CARDS.
            OPEN INPUT IP-CARDS.

            PERFORM OA1100-READ-ONE-CARD
                UNTIL EOF-CARDS.

            CLOSE IP-CARDS.

            IF WS-KS-COUNT = ZERO
                MOVE 1                  TO WS-KS-COUNT
                MOVE "ID"               TO KS-FIELD(1)
                MOVE "N"                TO KS-DESC-SW(1)
            END-IF.

            IF WS-CL-COUNT = ZERO
                MOVE 7                  TO WS-CL-COUNT
                MOVE "ID"               TO CL-NAME(1)
                MOVE "ARTIST"           TO CL-NAME(2)
                MOVE "TITLE"            TO CL-NAME(3)
                MOVE "FORMAT"           TO CL-NAME(4)
                MOVE "CONDITION"        TO CL-NAME(5)
                MOVE "LOCATION"         TO CL-NAME(6)
                MOVE "VALUE"            TO CL-NAME(7)
            END-IF.

       OA1100-READ-ONE-CARD.
            READ IP-CARDS
                AT END MOVE "Y" TO EOF-CARDS-SW
            END-READ.

            IF NOT EOF-CARDS
                AND IP-CARDS-REC NOT = SPACES
                AND IP-CARDS-REC(1:1) NOT = "*"
                ADD  1                  TO WS-CARD-NUM
                INSPECT IP-CARDS-REC CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                PERFORM OA1200-APPLY-CARD
            END-IF.

       OA1200-APPLY-CARD.
            MOVE SPACES                 TO WS-CARD-ERROR.

            EVALUATE SC-TYPE
                WHEN "FORMAT"
                    PERFORM OA1300-FORMAT-CARD
                WHEN "LOCATION"
                    PERFORM OA1310-LOCATION-CARD
                WHEN "CONDITION"
                    PERFORM OA1320-CONDITION-CARD
                WHEN "YEAR"
                    PERFORM OA1330-YEAR-CARD
                WHEN "VALUE"
                    PERFORM OA1340-VALUE-CARD
                WHEN "RATING"
                    PERFORM OA1350-RATING-CARD
                WHEN "ACQDATE"
                    PERFORM OA1360-ACQDATE-CARD
                WHEN "LOAN"
                    PERFORM OA1370-LOAN-CARD
                WHEN "SORT"
                    PERFORM OA1400-SORT-CARD
                WHEN "COLUMN"
                    PERFORM OA1410-COLUMN-CARD
                WHEN "CSV"
                    PERFORM OA1420-CSV-CARD
                WHEN OTHER
                    MOVE "UNKNOWN CARD TYPE" TO WS-CARD-ERROR
            END-EVALUATE.

            IF WS-CARD-ERROR NOT = SPACES
                PERFORM OA1900-CARD-ERROR
            END-IF.

       OA1300-FORMAT-CARD.
            IF SC-LOW = SPACES
                MOVE "FORMAT MISSING"   TO WS-CARD-ERROR
            ELSE
                IF WS-FS-COUNT < 10
                    ADD  1              TO WS-FS-COUNT
                    ADD  1              TO WS-CRITERIA-NUM
                    MOVE SC-LOW         TO FS-FORMAT(WS-FS-COUNT)
                ELSE
                    MOVE "TOO MANY FORMAT CARDS"
                                        TO WS-CARD-ERROR
                END-IF
            END-IF.

       OA1310-LOCATION-CARD.
            IF SC-LOW = SPACES
                OR SC-LOW(7:14) NOT = SPACES
                MOVE "INVALID LOCATION" TO WS-CARD-ERROR
            ELSE
                IF WS-LS-COUNT < 10
                    ADD  1              TO WS-LS-COUNT
                    ADD  1              TO WS-CRITERIA-NUM
                    SET LS-IDX          TO WS-LS-COUNT
                    MOVE SC-LOW         TO LS-LOCATION(LS-IDX)
                    MOVE ZERO           TO LS-LEN(LS-IDX)
                    PERFORM OA1311-FIND-LOCATION-LEN
                        VARYING WS-KEY-POS FROM 6 BY -1
                        UNTIL WS-KEY-POS < 1
                        OR LS-LEN(LS-IDX) > 0
                ELSE
                    MOVE "TOO MANY LOCATION CARDS"
                                        TO WS-CARD-ERROR
                END-IF
            END-IF.

       OA1311-FIND-LOCATION-LEN.
            IF LS-LOCATION(LS-IDX)(WS-KEY-POS:1) NOT = SPACE
                MOVE WS-KEY-POS         TO LS-LEN(LS-IDX)
            END-IF.

       OA1320-CONDITION-CARD.
            IF SC-LOW = "NONE"
                MOVE SPACES             TO WS-CONDITION-CHECK
            ELSE
                MOVE SC-LOW             TO WS-CONDITION-CHECK
            END-IF.

            IF SC-LOW = SPACES
                OR (SC-LOW NOT = "NONE"
                    AND SC-LOW(3:18) NOT = SPACES)
                OR NOT WS-VALID-CONDITION
                MOVE "INVALID CONDITION" TO WS-CARD-ERROR
            ELSE
                IF WS-CS-COUNT < 10
                    ADD  1              TO WS-CS-COUNT
                    ADD  1              TO WS-CRITERIA-NUM
                    MOVE WS-CONDITION-CHECK
                                        TO CS-CONDITION(WS-CS-COUNT)
                ELSE
                    MOVE "TOO MANY CONDITION CARDS"
                                        TO WS-CARD-ERROR
                END-IF
            END-IF.

       OA1330-YEAR-CARD.
            MOVE ZERO                   TO WS-YEAR-LOW.
            MOVE 9999                   TO WS-YEAR-HIGH.

            IF SC-LOW = SPACES AND SC-HIGH = SPACES
                MOVE "YEAR RANGE MISSING" TO WS-CARD-ERROR
            END-IF.

            IF SC-LOW NOT = SPACES
                IF SC-LOW(1:4) IS NUMERIC
                    AND SC-LOW(5:16) = SPACES
                    MOVE SC-LOW(1:4)    TO WS-YEAR-LOW
                ELSE
                    MOVE "INVALID YEAR" TO WS-CARD-ERROR
                END-IF
            END-IF.

            IF SC-HIGH NOT = SPACES
                IF SC-HIGH(1:4) IS NUMERIC
                    AND SC-HIGH(5:16) = SPACES
                    MOVE SC-HIGH(1:4)   TO WS-YEAR-HIGH
                ELSE
                    MOVE "INVALID YEAR" TO WS-CARD-ERROR
                END-IF
            END-IF.

            IF WS-CARD-ERROR = SPACES
                AND WS-YEAR-LOW > WS-YEAR-HIGH
                MOVE "YEAR RANGE REVERSED" TO WS-CARD-ERROR
            END-IF.

            IF WS-CARD-ERROR = SPACES
                IF NOT WS-YEAR-RANGE
                    ADD  1              TO WS-CRITERIA-NUM
                END-IF
                MOVE "Y"                TO WS-YEAR-SW
                MOVE SC-LOW             TO WS-YEAR-LOW-X
                MOVE SC-HIGH            TO WS-YEAR-HIGH-X
            END-IF.

       OA1340-VALUE-CARD.
            MOVE ZERO                   TO WS-VALUE-LOW.
            MOVE 99999.99               TO WS-VALUE-HIGH.

            IF SC-LOW = SPACES AND SC-HIGH = SPACES
                MOVE "VALUE RANGE MISSING" TO WS-CARD-ERROR
            END-IF.

            IF SC-LOW NOT = SPACES
                MOVE SC-LOW             TO WS-PARSE-IN
                PERFORM OE1000-PARSE-DECIMAL
                IF WS-PARSE-OK
                    MOVE WS-PARSE-VALUE TO WS-VALUE-LOW
                ELSE
                    MOVE "INVALID VALUE" TO WS-CARD-ERROR
                END-IF
            END-IF.

            IF SC-HIGH NOT = SPACES
                MOVE SC-HIGH            TO WS-PARSE-IN
                PERFORM OE1000-PARSE-DECIMAL
                IF WS-PARSE-OK
                    MOVE WS-PARSE-VALUE TO WS-VALUE-HIGH
                ELSE
                    MOVE "INVALID VALUE" TO WS-CARD-ERROR
                END-IF
            END-IF.

            IF WS-CARD-ERROR = SPACES
                AND WS-VALUE-LOW > WS-VALUE-HIGH
                MOVE "VALUE RANGE REVERSED" TO WS-CARD-ERROR
            END-IF.

            IF WS-CARD-ERROR = SPACES
                IF NOT WS-VALUE-RANGE
                    ADD  1              TO WS-CRITERIA-NUM
                END-IF
                MOVE "Y"                TO WS-VALUE-SW
                MOVE SC-LOW             TO WS-VALUE-LOW-X
                MOVE SC-HIGH            TO WS-VALUE-HIGH-X
            END-IF.

       OA1350-RATING-CARD.
            MOVE ZERO                   TO WS-RATING-LOW.
            MOVE 9.99                   TO WS-RATING-HIGH.

            IF SC-LOW = SPACES AND SC-HIGH = SPACES
                MOVE "RATING RANGE MISSING" TO WS-CARD-ERROR
            END-IF.

            IF SC-LOW NOT = SPACES
                MOVE SC-LOW             TO WS-PARSE-IN
                PERFORM OE1000-PARSE-DECIMAL
                IF WS-PARSE-OK
                    AND WS-PARSE-VALUE <= 9.99
                    MOVE WS-PARSE-VALUE TO WS-RATING-LOW
                ELSE
                    MOVE "INVALID RATING" TO WS-CARD-ERROR
                END-IF
            END-IF.

            IF SC-HIGH NOT = SPACES
                MOVE SC-HIGH            TO WS-PARSE-IN
                PERFORM OE1000-PARSE-DECIMAL
                IF WS-PARSE-OK
                    AND WS-PARSE-VALUE <= 9.99
                    MOVE WS-PARSE-VALUE TO WS-RATING-HIGH
                ELSE
                    MOVE "INVALID RATING" TO WS-CARD-ERROR
                END-IF
            END-IF.

            IF WS-CARD-ERROR = SPACES
                AND WS-RATING-LOW > WS-RATING-HIGH
                MOVE "RATING RANGE REVERSED" TO WS-CARD-ERROR
            END-IF.

            IF WS-CARD-ERROR = SPACES
                IF NOT WS-RATING-RANGE
                    ADD  1              TO WS-CRITERIA-NUM
                END-IF
                MOVE "Y"                TO WS-RATING-SW
                MOVE SC-LOW             TO WS-RATING-LOW-X
                MOVE SC-HIGH            TO WS-RATING-HIGH-X
            END-IF.

       OA1360-ACQDATE-CARD.
            MOVE ZERO                   TO WS-ACQ-LOW.
            MOVE 99999999               TO WS-ACQ-HIGH.

            IF SC-LOW = SPACES AND SC-HIGH = SPACES
                MOVE "DATE RANGE MISSING" TO WS-CARD-ERROR
            END-IF.

            IF SC-LOW NOT = SPACES
                IF SC-LOW(1:8) IS NUMERIC
                    AND SC-LOW(9:12) = SPACES
                    MOVE SC-LOW(1:8)    TO WS-ACQ-LOW
                ELSE
                    MOVE "INVALID DATE" TO WS-CARD-ERROR
                END-IF
            END-IF.

            IF SC-HIGH NOT = SPACES
                IF SC-HIGH(1:8) IS NUMERIC
                    AND SC-HIGH(9:12) = SPACES
                    MOVE SC-HIGH(1:8)   TO WS-ACQ-HIGH
                ELSE
                    MOVE "INVALID DATE" TO WS-CARD-ERROR
                END-IF
            END-IF.

            IF WS-CARD-ERROR = SPACES
                AND WS-ACQ-LOW > WS-ACQ-HIGH
                MOVE "DATE RANGE REVERSED" TO WS-CARD-ERROR
            END-IF.

            IF WS-CARD-ERROR = SPACES
                IF NOT WS-ACQ-RANGE
                    ADD  1              TO WS-CRITERIA-NUM
                END-IF
                MOVE "Y"                TO WS-ACQ-SW
                MOVE SC-LOW             TO WS-ACQ-LOW-X
                MOVE SC-HIGH            TO WS-ACQ-HIGH-X
            END-IF.

       OA1370-LOAN-CARD.
            IF SC-LOW = "ON" OR "OFF" OR "OVERDUE"
                IF WS-LOAN-SEL = SPACES
                    ADD  1              TO WS-CRITERIA-NUM
                END-IF
                MOVE SC-LOW             TO WS-LOAN-SEL
            ELSE
                MOVE "INVALID LOAN STATUS" TO WS-CARD-ERROR
            END-IF.

       OA1400-SORT-CARD.
            PERFORM OA1500-CHECK-FIELD-NAME.

            EVALUATE TRUE
                WHEN NOT WS-FIELD-NAME-OK
                    OR SC-LOW = "LOAN"
                    MOVE "INVALID SORT FIELD" TO WS-CARD-ERROR
                WHEN SC-HIGH NOT = SPACES
                    AND SC-HIGH NOT = "A"
                    AND SC-HIGH NOT = "ASCENDING"
                    AND SC-HIGH NOT = "D"
                    AND SC-HIGH NOT = "DESCENDING"
                    MOVE "INVALID SORT ORDER" TO WS-CARD-ERROR
                WHEN WS-KS-COUNT NOT < 3
                    MOVE "TOO MANY SORT CARDS" TO WS-CARD-ERROR
                WHEN OTHER
                    ADD  1              TO WS-KS-COUNT
                    SET KS-IDX          TO WS-KS-COUNT
                    MOVE SC-LOW         TO KS-FIELD(KS-IDX)
                    IF SC-HIGH = "D" OR "DESCENDING"
                        MOVE "Y"        TO KS-DESC-SW(KS-IDX)
                    ELSE
                        MOVE "N"        TO KS-DESC-SW(KS-IDX)
                    END-IF
            END-EVALUATE.

       OA1410-COLUMN-CARD.
            PERFORM OA1500-CHECK-FIELD-NAME.

            EVALUATE TRUE
                WHEN NOT WS-FIELD-NAME-OK
                    MOVE "INVALID COLUMN NAME" TO WS-CARD-ERROR
                WHEN WS-CL-COUNT NOT < 14
                    MOVE "TOO MANY COLUMN CARDS" TO WS-CARD-ERROR
                WHEN OTHER
                    ADD  1              TO WS-CL-COUNT
                    MOVE SC-LOW         TO CL-NAME(WS-CL-COUNT)
            END-EVALUATE.

       OA1420-CSV-CARD.
            EVALUATE SC-LOW
                WHEN SPACES
                WHEN "YES"
                    MOVE "Y"            TO WS-CSV-SW
                WHEN "NO"
                    MOVE "N"            TO WS-CSV-SW
                WHEN OTHER
                    MOVE "INVALID CSV OPTION" TO WS-CARD-ERROR
            END-EVALUATE.

       OA1500-CHECK-FIELD-NAME.
            IF SC-LOW = "ID" OR "ARTIST" OR "TITLE" OR "YEAR"
                OR "VALUE" OR "RATING" OR "FORMAT" OR "CONDITION"
                OR "LOCATION" OR "ACQDATE" OR "PRICE"
                OR "BORROWER" OR "DUEDATE" OR "LOAN"
                MOVE "Y"                TO WS-FIELD-NAME-SW
            ELSE
                MOVE "N"                TO WS-FIELD-NAME-SW
            END-IF.

       OA1900-CARD-ERROR.
            DISPLAY "TAPE-SELECT: CARD " WS-CARD-NUM " "
                WS-CARD-ERROR " - " IP-CARDS-REC(1:50).
            CLOSE IP-CARDS.
            MOVE 8                      TO RETURN-CODE.
            STOP RUN.

       OA2000-LOAD-LOANS.
            OPEN INPUT LN-LOANS.
            OPEN OUTPUT IX-LOANS.

            PERFORM OA2100-LOAD-ONE-LOAN
                UNTIL EOF-LN-LOANS.

            CLOSE LN-LOANS.
            CLOSE IX-LOANS.

            IF CT-LOAN-BYPASS-NUM > 0
                DISPLAY "TAPE-SELECT: " CT-LOAN-BYPASS-NUM
                    " LOAN RECORDS BYPASSED - "
                    "LOAN STATUS MAY BE INCOMPLETE"
            END-IF.

            OPEN INPUT IX-LOANS.

       OA2100-LOAD-ONE-LOAN.
            READ LN-LOANS
                AT END MOVE "Y" TO EOF-LN-LOANS-SW
            END-READ.

            IF NOT EOF-LN-LOANS
                MOVE LN-ID              TO IXN-ID
                MOVE LN-BORROWER        TO IXN-BORROWER
                MOVE LN-DATE-DUE        TO IXN-DATE-DUE
                WRITE IX-LOANS-REC
                    INVALID KEY
                        ADD  1          TO CT-LOAN-BYPASS-NUM
                END-WRITE
            END-IF.

       OA3000-PRINT-HEADING.
            MOVE WS-RUN-DATE            TO TS-RUN-DATE.

            MOVE SPACES                 TO OP-REPORT-REC.
            WRITE OP-REPORT-REC FROM TITLE-SELECT.
            WRITE OP-REPORT-REC FROM CRITERIA-HEADER
                AFTER ADVANCING 2 LINES.

            IF WS-CRITERIA-NUM = ZERO
                MOVE SPACES             TO CD-LABEL
                MOVE "NONE - ALL TAPES SELECTED" TO CD-TEXT
                WRITE OP-REPORT-REC FROM CRITERIA-DETAIL-REC
                    AFTER ADVANCING 1 LINE
            END-IF.

            IF WS-FS-COUNT > 0
                PERFORM OA3100-ECHO-FORMATS
            END-IF.

            IF WS-LS-COUNT > 0
                PERFORM OA3200-ECHO-LOCATIONS
            END-IF.

            IF WS-CS-COUNT > 0
                PERFORM OA3300-ECHO-CONDITIONS
            END-IF.

            IF WS-YEAR-RANGE
                MOVE "YEAR"             TO CD-LABEL
                MOVE WS-YEAR-LOW-X      TO WS-RANGE-LOW-X
                MOVE WS-YEAR-HIGH-X     TO WS-RANGE-HIGH-X
                PERFORM OA3400-ECHO-RANGE
            END-IF.

            IF WS-VALUE-RANGE
                MOVE "VALUE"            TO CD-LABEL
                MOVE WS-VALUE-LOW-X     TO WS-RANGE-LOW-X
                MOVE WS-VALUE-HIGH-X    TO WS-RANGE-HIGH-X
                PERFORM OA3400-ECHO-RANGE
            END-IF.

            IF WS-RATING-RANGE
                MOVE "RATING"           TO CD-LABEL
                MOVE WS-RATING-LOW-X    TO WS-RANGE-LOW-X
                MOVE WS-RATING-HIGH-X   TO WS-RANGE-HIGH-X
                PERFORM OA3400-ECHO-RANGE
            END-IF.

            IF WS-ACQ-RANGE
                MOVE "ACQUIRED"         TO CD-LABEL
                MOVE WS-ACQ-LOW-X       TO WS-RANGE-LOW-X
                MOVE WS-ACQ-HIGH-X      TO WS-RANGE-HIGH-X
                PERFORM OA3400-ECHO-RANGE
            END-IF.

            IF WS-LOAN-SEL NOT = SPACES
                MOVE "LOAN STATUS"      TO CD-LABEL
                EVALUATE TRUE
                    WHEN WS-LOAN-ON
                        MOVE "ON LOAN"  TO CD-TEXT
                    WHEN WS-LOAN-OFF
                        MOVE "NOT ON LOAN" TO CD-TEXT
                    WHEN WS-LOAN-OVERDUE
                        MOVE "ON LOAN AND OVERDUE" TO CD-TEXT
                END-EVALUATE
                WRITE OP-REPORT-REC FROM CRITERIA-DETAIL-REC
                    AFTER ADVANCING 1 LINE
            END-IF.

            PERFORM OA3500-ECHO-SORT.

            MOVE SPACES                 TO WS-PRINT-LINE.
            MOVE 1                      TO WS-LINE-PTR.
            PERFORM OD1100-HEAD-ONE-COLUMN
                VARYING CL-IDX FROM 1 BY 1
                UNTIL CL-IDX > WS-CL-COUNT.
            WRITE OP-REPORT-REC FROM WS-PRINT-LINE
                AFTER ADVANCING 2 LINES.

            MOVE SPACES                 TO WS-PRINT-LINE.
            MOVE 1                      TO WS-LINE-PTR.
            PERFORM OD1200-DASH-ONE-COLUMN
                VARYING CL-IDX FROM 1 BY 1
                UNTIL CL-IDX > WS-CL-COUNT.
            WRITE OP-REPORT-REC FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.

            IF WS-CSV-WANTED
                MOVE SPACES             TO WS-CSV-LINE
                MOVE 1                  TO WS-CSV-PTR
                PERFORM OD1300-CSV-HEAD-ONE-COLUMN
                    VARYING CL-IDX FROM 1 BY 1
                    UNTIL CL-IDX > WS-CL-COUNT
                WRITE OP-CSV-REC FROM WS-CSV-LINE
            END-IF.

       OA3100-ECHO-FORMATS.
            MOVE "FORMAT"               TO CD-LABEL.
            PERFORM OA3900-START-ECHO.
            PERFORM OA3110-ECHO-ONE-FORMAT
                VARYING FS-IDX FROM 1 BY 1
                UNTIL FS-IDX > WS-FS-COUNT.
            PERFORM OA3950-WRITE-ECHO.

       OA3110-ECHO-ONE-FORMAT.
            STRING WS-ECHO-SEP          DELIMITED BY "  "
                   FS-FORMAT(FS-IDX)    DELIMITED BY "  "
                INTO WS-ECHO-LINE
                WITH POINTER WS-ECHO-PTR
            END-STRING.
            MOVE ", "                   TO WS-ECHO-SEP.

       OA3200-ECHO-LOCATIONS.
            MOVE "LOCATION"             TO CD-LABEL.
            PERFORM OA3900-START-ECHO.
            PERFORM OA3210-ECHO-ONE-LOCATION
                VARYING LS-IDX FROM 1 BY 1
                UNTIL LS-IDX > WS-LS-COUNT.
            PERFORM OA3950-WRITE-ECHO.

       OA3210-ECHO-ONE-LOCATION.
            STRING WS-ECHO-SEP          DELIMITED BY "  "
                   LS-LOCATION(LS-IDX)(1:LS-LEN(LS-IDX))
                                        DELIMITED BY SIZE
                   "*"                  DELIMITED BY SIZE
                INTO WS-ECHO-LINE
                WITH POINTER WS-ECHO-PTR
            END-STRING.
            MOVE ", "                   TO WS-ECHO-SEP.

       OA3300-ECHO-CONDITIONS.
            MOVE "CONDITION"            TO CD-LABEL.
            PERFORM OA3900-START-ECHO.
            PERFORM OA3310-ECHO-ONE-CONDITION
                VARYING CS-IDX FROM 1 BY 1
                UNTIL CS-IDX > WS-CS-COUNT.
            PERFORM OA3950-WRITE-ECHO.

       OA3310-ECHO-ONE-CONDITION.
            IF CS-CONDITION(CS-IDX) = SPACES
                STRING WS-ECHO-SEP      DELIMITED BY "  "
                       "NONE"           DELIMITED BY SIZE
                    INTO WS-ECHO-LINE
                    WITH POINTER WS-ECHO-PTR
                END-STRING
            ELSE
                STRING WS-ECHO-SEP      DELIMITED BY "  "
                       CS-CONDITION(CS-IDX) DELIMITED BY SPACE
                    INTO WS-ECHO-LINE
                    WITH POINTER WS-ECHO-PTR
                END-STRING
            END-IF.
            MOVE ", "                   TO WS-ECHO-SEP.

       OA3400-ECHO-RANGE.
            PERFORM OA3900-START-ECHO.

            EVALUATE TRUE
                WHEN WS-RANGE-HIGH-X = SPACES
                    STRING WS-RANGE-LOW-X DELIMITED BY SPACE
                           " AND OVER"  DELIMITED BY SIZE
                        INTO WS-ECHO-LINE
                        WITH POINTER WS-ECHO-PTR
                    END-STRING
                WHEN WS-RANGE-LOW-X = SPACES
                    STRING "UP TO "     DELIMITED BY SIZE
                           WS-RANGE-HIGH-X DELIMITED BY SPACE
                        INTO WS-ECHO-LINE
                        WITH POINTER WS-ECHO-PTR
                    END-STRING
                WHEN OTHER
                    STRING WS-RANGE-LOW-X DELIMITED BY SPACE
                           " THRU "     DELIMITED BY SIZE
                           WS-RANGE-HIGH-X DELIMITED BY SPACE
                        INTO WS-ECHO-LINE
                        WITH POINTER WS-ECHO-PTR
                    END-STRING
            END-EVALUATE.

            PERFORM OA3950-WRITE-ECHO.

       OA3500-ECHO-SORT.
            MOVE "SORTED BY"            TO CD-LABEL.
            PERFORM OA3900-START-ECHO.
            PERFORM OA3510-ECHO-ONE-SORT
                VARYING KS-IDX FROM 1 BY 1
                UNTIL KS-IDX > WS-KS-COUNT.
            PERFORM OA3950-WRITE-ECHO.

       OA3510-ECHO-ONE-SORT.
            STRING WS-ECHO-SEP          DELIMITED BY "  "
                   KS-FIELD(KS-IDX)     DELIMITED BY SPACE
                INTO WS-ECHO-LINE
                WITH POINTER WS-ECHO-PTR
            END-STRING.

            IF KS-DESCENDING(KS-IDX)
                STRING " DESCENDING"    DELIMITED BY SIZE
                    INTO WS-ECHO-LINE
                    WITH POINTER WS-ECHO-PTR
                END-STRING
            END-IF.

            MOVE ", "                   TO WS-ECHO-SEP.

       OA3900-START-ECHO.
            MOVE SPACES                 TO WS-ECHO-LINE.
            MOVE 1                      TO WS-ECHO-PTR.
            MOVE SPACES                 TO WS-ECHO-SEP.

       OA3950-WRITE-ECHO.
            MOVE WS-ECHO-LINE           TO CD-TEXT.
            WRITE OP-REPORT-REC FROM CRITERIA-DETAIL-REC
                AFTER ADVANCING 1 LINE.

       OA4000-PRINT-TOTALS.
            MOVE "TAPES READ:"          TO RC-LABEL.
            MOVE CT-READ-NUM            TO RC-COUNT.
            MOVE CT-READ-VALUE          TO RC-VALUE.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 3 LINES.
            PERFORM OA4100-CLEAR-COUNT-LINE.

            MOVE "TAPES NOT SELECTED:"  TO RC-LABEL.
            MOVE CT-EXCLUDED-NUM        TO RC-COUNT.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM OA4100-CLEAR-COUNT-LINE.

            MOVE "TAPES SELECTED:"      TO RC-LABEL.
            MOVE CT-SELECTED-NUM        TO RC-COUNT.
            MOVE CT-SELECTED-VALUE      TO RC-VALUE.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM OA4100-CLEAR-COUNT-LINE.

            MOVE "TAPES LISTED:"        TO RC-LABEL.
            MOVE CT-LISTED-NUM          TO RC-COUNT.
            MOVE CT-LISTED-VALUE        TO RC-VALUE.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM OA4100-CLEAR-COUNT-LINE.

            IF WS-CSV-WANTED
                MOVE "CSV LINES WRITTEN:" TO RC-LABEL
                MOVE CT-CSV-NUM         TO RC-COUNT
                WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                    AFTER ADVANCING 1 LINE
                PERFORM OA4100-CLEAR-COUNT-LINE
            END-IF.

       OA4100-CLEAR-COUNT-LINE.
            MOVE SPACES                 TO RC-LABEL.
            MOVE ZERO                   TO RC-COUNT.
            MOVE SPACES                 TO RC-VALUE-AREA.

       OB1000-SELECT-TAPES.
            OPEN INPUT IP-TAPES.

            PERFORM OB1100-SELECT-ONE-TAPE
                UNTIL EOF-IP-TAPES.

            CLOSE IP-TAPES.

       OB1100-SELECT-ONE-TAPE.
            READ IP-TAPES
                AT END MOVE "Y" TO EOF-IP-TAPES-SW
            END-READ.

            IF NOT EOF-IP-TAPES
                ADD  1                  TO CT-READ-NUM
                IF IM-VALUE IS NUMERIC
                    ADD  IM-VALUE-N     TO CT-READ-VALUE
                END-IF

                PERFORM OB1200-GET-LOAN-STATUS
                PERFORM OB2000-TEST-TAPE

                IF WS-SELECTED
                    ADD  1              TO CT-SELECTED-NUM
                    IF IM-VALUE IS NUMERIC
                        ADD  IM-VALUE-N TO CT-SELECTED-VALUE
                    END-IF
                    PERFORM OB3000-RELEASE-TAPE
                ELSE
                    ADD  1              TO CT-EXCLUDED-NUM
                END-IF
            END-IF.

       OB1200-GET-LOAN-STATUS.
            MOVE "N"                    TO WS-ON-LOAN-SW.
            MOVE SPACES                 TO WS-TP-BORROWER.
            MOVE SPACES                 TO WS-TP-DATE-DUE.
            MOVE SPACES                 TO WS-TP-LOAN-STATUS.

            MOVE IM-ID                  TO IXN-ID.
            READ IX-LOANS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y"            TO WS-ON-LOAN-SW
                    MOVE IXN-BORROWER   TO WS-TP-BORROWER
                    MOVE IXN-DATE-DUE   TO WS-TP-DATE-DUE
            END-READ.

            IF WS-ON-LOAN
                IF WS-TP-DATE-DUE IS NUMERIC
                    AND WS-TP-DATE-DUE < WS-RUN-DATE
                    MOVE "OVERDUE"      TO WS-TP-LOAN-STATUS
                ELSE
                    MOVE "ON LOAN"      TO WS-TP-LOAN-STATUS
                END-IF
            END-IF.

       OB2000-TEST-TAPE.
            MOVE "Y"                    TO WS-SELECTED-SW.

            MOVE IM-FORMAT              TO WS-TP-FORMAT.
            MOVE IM-LOCATION            TO WS-TP-LOCATION.
            INSPECT WS-TP-FORMAT CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT WS-TP-LOCATION CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            IF WS-FS-COUNT > 0
                MOVE "N"                TO WS-MATCH-SW
                PERFORM OB2100-MATCH-ONE-FORMAT
                    VARYING FS-IDX FROM 1 BY 1
                    UNTIL FS-IDX > WS-FS-COUNT OR WS-MATCH
                IF NOT WS-MATCH
                    MOVE "N"            TO WS-SELECTED-SW
                END-IF
            END-IF.

            IF WS-SELECTED
                AND WS-LS-COUNT > 0
                MOVE "N"                TO WS-MATCH-SW
                PERFORM OB2200-MATCH-ONE-LOCATION
                    VARYING LS-IDX FROM 1 BY 1
                    UNTIL LS-IDX > WS-LS-COUNT OR WS-MATCH
                IF NOT WS-MATCH
                    MOVE "N"            TO WS-SELECTED-SW
                END-IF
            END-IF.

            IF WS-SELECTED
                AND WS-CS-COUNT > 0
                MOVE "N"                TO WS-MATCH-SW
                PERFORM OB2300-MATCH-ONE-CONDITION
                    VARYING CS-IDX FROM 1 BY 1
                    UNTIL CS-IDX > WS-CS-COUNT OR WS-MATCH
                IF NOT WS-MATCH
                    MOVE "N"            TO WS-SELECTED-SW
                END-IF
            END-IF.

            IF WS-SELECTED
                AND WS-YEAR-RANGE
                IF IM-YEAR IS NOT NUMERIC
                    OR IM-YEAR-N < WS-YEAR-LOW
                    OR IM-YEAR-N > WS-YEAR-HIGH
                    MOVE "N"            TO WS-SELECTED-SW
                END-IF
            END-IF.

            IF WS-SELECTED
                AND WS-VALUE-RANGE
                IF IM-VALUE IS NOT NUMERIC
                    OR IM-VALUE-N < WS-VALUE-LOW
                    OR IM-VALUE-N > WS-VALUE-HIGH
                    MOVE "N"            TO WS-SELECTED-SW
                END-IF
            END-IF.

            IF WS-SELECTED
                AND WS-RATING-RANGE
                IF IM-RATING IS NOT NUMERIC
                    OR IM-RATING-N < WS-RATING-LOW
                    OR IM-RATING-N > WS-RATING-HIGH
                    MOVE "N"            TO WS-SELECTED-SW
                END-IF
            END-IF.

            IF WS-SELECTED
                AND WS-ACQ-RANGE
                IF IM-ACQ-DATE IS NOT NUMERIC
                    OR IM-ACQ-DATE-N < WS-ACQ-LOW
                    OR IM-ACQ-DATE-N > WS-ACQ-HIGH
                    MOVE "N"            TO WS-SELECTED-SW
                END-IF
            END-IF.

            IF WS-SELECTED
                EVALUATE TRUE
                    WHEN WS-LOAN-ON
                        IF NOT WS-ON-LOAN
                            MOVE "N"    TO WS-SELECTED-SW
                        END-IF
                    WHEN WS-LOAN-OFF
                        IF WS-ON-LOAN
                            MOVE "N"    TO WS-SELECTED-SW
                        END-IF
                    WHEN WS-LOAN-OVERDUE
                        IF WS-TP-LOAN-STATUS NOT = "OVERDUE"
                            MOVE "N"    TO WS-SELECTED-SW
                        END-IF
                END-EVALUATE
            END-IF.

       OB2100-MATCH-ONE-FORMAT.
            IF WS-TP-FORMAT = FS-FORMAT(FS-IDX)
                MOVE "Y"                TO WS-MATCH-SW
            END-IF.

       OB2200-MATCH-ONE-LOCATION.
            IF WS-TP-LOCATION(1:LS-LEN(LS-IDX)) =
                LS-LOCATION(LS-IDX)(1:LS-LEN(LS-IDX))
                MOVE "Y"                TO WS-MATCH-SW
            END-IF.

       OB2300-MATCH-ONE-CONDITION.
            IF IM-CONDITION = CS-CONDITION(CS-IDX)
                MOVE "Y"                TO WS-MATCH-SW
            END-IF.

       OB3000-RELEASE-TAPE.
            MOVE SPACES                 TO SQ-SORT-KEY.

            PERFORM OB3100-BUILD-ONE-KEY
                VARYING KS-IDX FROM 1 BY 1
                UNTIL KS-IDX > WS-KS-COUNT.

            MOVE IM-ID                  TO SQ-ID.
            MOVE IM-ARTIST              TO SQ-ARTIST.
            MOVE IM-TITLE               TO SQ-TITLE.
            MOVE IM-YEAR                TO SQ-YEAR.
            MOVE IM-VALUE               TO SQ-VALUE.
            MOVE IM-RATING              TO SQ-RATING.
            MOVE IM-FORMAT              TO SQ-FORMAT.
            MOVE IM-CONDITION           TO SQ-CONDITION.
            MOVE IM-LOCATION            TO SQ-LOCATION.
            MOVE IM-ACQ-DATE            TO SQ-ACQ-DATE.
            MOVE IM-PURCH-PRICE         TO SQ-PURCH-PRICE.
            MOVE WS-TP-BORROWER         TO SQ-BORROWER.
            MOVE WS-TP-DATE-DUE         TO SQ-DATE-DUE.
            MOVE WS-TP-LOAN-STATUS      TO SQ-LOAN-STATUS.

            RELEASE SW-SELECT-REC.

       OB3100-BUILD-ONE-KEY.
            MOVE SPACES                 TO WS-KEY-SEG.

            EVALUATE KS-FIELD(KS-IDX)
                WHEN "ID"
                    MOVE IM-ID          TO WS-KEY-SEG
                WHEN "ARTIST"
                    MOVE IM-ARTIST      TO WS-KEY-SEG
                WHEN "TITLE"
                    MOVE IM-TITLE       TO WS-KEY-SEG
                WHEN "YEAR"
                    MOVE IM-YEAR        TO WS-KEY-SEG
                WHEN "VALUE"
                    MOVE IM-VALUE       TO WS-KEY-SEG
                WHEN "RATING"
                    MOVE IM-RATING      TO WS-KEY-SEG
                WHEN "FORMAT"
                    MOVE IM-FORMAT      TO WS-KEY-SEG
                WHEN "CONDITION"
                    MOVE IM-CONDITION   TO WS-KEY-SEG
                WHEN "LOCATION"
                    MOVE IM-LOCATION    TO WS-KEY-SEG
                WHEN "ACQDATE"
                    MOVE IM-ACQ-DATE    TO WS-KEY-SEG
                WHEN "PRICE"
                    MOVE IM-PURCH-PRICE TO WS-KEY-SEG
                WHEN "BORROWER"
                    MOVE WS-TP-BORROWER TO WS-KEY-SEG
                WHEN "DUEDATE"
                    MOVE WS-TP-DATE-DUE TO WS-KEY-SEG
            END-EVALUATE.

            INSPECT WS-KEY-SEG CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            IF KS-DESCENDING(KS-IDX)
                INSPECT WS-KEY-SEG CONVERTING
                    WS-COLLATE-ASCENDING TO WS-COLLATE-DESCENDING
            END-IF.

            SET WS-KEY-POS              TO KS-IDX.
            COMPUTE WS-KEY-POS = (WS-KEY-POS - 1) * 20 + 1.
            MOVE WS-KEY-SEG             TO SQ-SORT-KEY(WS-KEY-POS:20).

       OC1000-LIST-SELECTED.
            PERFORM OC1100-LIST-ONE-TAPE
                UNTIL EOF-SW-SELECT.

       OC1100-LIST-ONE-TAPE.
            RETURN SW-SELECT
                AT END MOVE "Y" TO EOF-SW-SELECT-SW.

            IF NOT EOF-SW-SELECT
                ADD  1                  TO CT-LISTED-NUM
                IF SQ-VALUE IS NUMERIC
                    ADD  SQ-VALUE-N     TO CT-LISTED-VALUE
                END-IF

                MOVE SPACES             TO WS-PRINT-LINE
                MOVE 1                  TO WS-LINE-PTR
                MOVE SPACES             TO WS-CSV-LINE
                MOVE 1                  TO WS-CSV-PTR

                PERFORM OD2000-LIST-ONE-COLUMN
                    VARYING CL-IDX FROM 1 BY 1
                    UNTIL CL-IDX > WS-CL-COUNT

                WRITE OP-REPORT-REC FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                IF WS-CSV-WANTED
                    WRITE OP-CSV-REC FROM WS-CSV-LINE
                    ADD  1              TO CT-CSV-NUM
                END-IF
            END-IF.

       OD1000-GET-COLUMN-HEAD.
            EVALUATE CL-NAME(CL-IDX)
                WHEN "ID"
                    MOVE "ID"           TO WS-COL-HEAD
                    MOVE 6              TO WS-COL-WIDTH
                WHEN "ARTIST"
                    MOVE "ARTIST"       TO WS-COL-HEAD
                    MOVE 20             TO WS-COL-WIDTH
                WHEN "TITLE"
                    MOVE "TITLE"        TO WS-COL-HEAD
                    MOVE 20             TO WS-COL-WIDTH
                WHEN "YEAR"
                    MOVE "YEAR"         TO WS-COL-HEAD
                    MOVE 4              TO WS-COL-WIDTH
                WHEN "VALUE"
                    MOVE "   VALUE"     TO WS-COL-HEAD
                    MOVE 8              TO WS-COL-WIDTH
                WHEN "RATING"
                    MOVE "RATE"         TO WS-COL-HEAD
                    MOVE 4              TO WS-COL-WIDTH
                WHEN "FORMAT"
                    MOVE "FORMAT"       TO WS-COL-HEAD
                    MOVE 10             TO WS-COL-WIDTH
                WHEN "CONDITION"
                    MOVE "COND"         TO WS-COL-HEAD
                    MOVE 4              TO WS-COL-WIDTH
                WHEN "LOCATION"
                    MOVE "LOCATION"     TO WS-COL-HEAD
                    MOVE 8              TO WS-COL-WIDTH
                WHEN "ACQDATE"
                    MOVE "ACQ DATE"     TO WS-COL-HEAD
                    MOVE 8              TO WS-COL-WIDTH
                WHEN "PRICE"
                    MOVE "   PRICE"     TO WS-COL-HEAD
                    MOVE 8              TO WS-COL-WIDTH
                WHEN "BORROWER"
                    MOVE "BORROWER"     TO WS-COL-HEAD
                    MOVE 20             TO WS-COL-WIDTH
                WHEN "DUEDATE"
                    MOVE "DUE DATE"     TO WS-COL-HEAD
                    MOVE 8              TO WS-COL-WIDTH
                WHEN "LOAN"
                    MOVE "LOAN"         TO WS-COL-HEAD
                    MOVE 7              TO WS-COL-WIDTH
            END-EVALUATE.

       OD1100-HEAD-ONE-COLUMN.
            PERFORM OD1000-GET-COLUMN-HEAD.
            MOVE WS-COL-HEAD            TO WS-COL-TEXT.
            PERFORM OD3000-PRINT-COLUMN.

       OD1200-DASH-ONE-COLUMN.
            PERFORM OD1000-GET-COLUMN-HEAD.
            MOVE SPACES                 TO WS-COL-TEXT.
            MOVE ALL "-"                TO WS-COL-TEXT(1:WS-COL-WIDTH).
            PERFORM OD3000-PRINT-COLUMN.

       OD1300-CSV-HEAD-ONE-COLUMN.
            MOVE CL-NAME(CL-IDX)        TO WS-COL-TEXT.
            PERFORM OD4000-CSV-COLUMN.

       OD2000-LIST-ONE-COLUMN.
            PERFORM OD1000-GET-COLUMN-HEAD.
            MOVE SPACES                 TO WS-COL-TEXT.

            EVALUATE CL-NAME(CL-IDX)
                WHEN "ID"
                    MOVE SQ-ID          TO WS-COL-TEXT
                WHEN "ARTIST"
                    MOVE SQ-ARTIST      TO WS-COL-TEXT
                WHEN "TITLE"
                    MOVE SQ-TITLE       TO WS-COL-TEXT
                WHEN "YEAR"
                    MOVE SQ-YEAR        TO WS-COL-TEXT
                WHEN "VALUE"
                    IF SQ-VALUE IS NUMERIC
                        MOVE SQ-VALUE-N TO WS-EDIT-AMOUNT
                        MOVE WS-EDIT-AMOUNT TO WS-COL-TEXT
                    ELSE
                        MOVE SQ-VALUE   TO WS-COL-TEXT
                    END-IF
                WHEN "RATING"
                    IF SQ-RATING IS NUMERIC
                        MOVE SQ-RATING-N TO WS-EDIT-RATING
                        MOVE WS-EDIT-RATING TO WS-COL-TEXT
                    ELSE
                        MOVE SQ-RATING  TO WS-COL-TEXT
                    END-IF
                WHEN "FORMAT"
                    MOVE SQ-FORMAT      TO WS-COL-TEXT
                WHEN "CONDITION"
                    MOVE SQ-CONDITION   TO WS-COL-TEXT
                WHEN "LOCATION"
                    MOVE SQ-LOCATION    TO WS-COL-TEXT
                WHEN "ACQDATE"
                    MOVE SQ-ACQ-DATE    TO WS-COL-TEXT
                WHEN "PRICE"
                    IF SQ-PURCH-PRICE IS NUMERIC
                        MOVE SQ-PURCH-PRICE-N TO WS-EDIT-AMOUNT
                        MOVE WS-EDIT-AMOUNT TO WS-COL-TEXT
                    ELSE
                        MOVE SQ-PURCH-PRICE TO WS-COL-TEXT
                    END-IF
                WHEN "BORROWER"
                    MOVE SQ-BORROWER    TO WS-COL-TEXT
                WHEN "DUEDATE"
                    MOVE SQ-DATE-DUE    TO WS-COL-TEXT
                WHEN "LOAN"
                    MOVE SQ-LOAN-STATUS TO WS-COL-TEXT
            END-EVALUATE.

            PERFORM OD3000-PRINT-COLUMN.

            IF WS-CSV-WANTED
                PERFORM OD4000-CSV-COLUMN
            END-IF.

       OD3000-PRINT-COLUMN.
            STRING WS-COL-TEXT(1:WS-COL-WIDTH) DELIMITED BY SIZE
                   "  "                 DELIMITED BY SIZE
                INTO WS-PRINT-LINE
                WITH POINTER WS-LINE-PTR
                ON OVERFLOW
                    CONTINUE
            END-STRING.

       OD4000-CSV-COLUMN.
            IF CL-IDX > 1
                STRING ","              DELIMITED BY SIZE
                    INTO WS-CSV-LINE
                    WITH POINTER WS-CSV-PTR
                END-STRING
            END-IF.

            MOVE ZERO                   TO WS-CSV-START.
            MOVE ZERO                   TO WS-CSV-END.

            PERFORM OD4100-FIND-CSV-START
                VARYING WS-CSV-SCAN-IDX FROM 1 BY 1
                UNTIL WS-CSV-SCAN-IDX > 20 OR WS-CSV-START > 0.

            PERFORM OD4200-FIND-CSV-END
                VARYING WS-CSV-SCAN-IDX FROM 20 BY -1
                UNTIL WS-CSV-SCAN-IDX < 1 OR WS-CSV-END > 0.

            IF WS-CSV-START > 0
                COMPUTE WS-CSV-LEN = WS-CSV-END - WS-CSV-START + 1
                MOVE ZERO               TO WS-COMMA-NUM
                INSPECT WS-COL-TEXT TALLYING WS-COMMA-NUM
                    FOR ALL ","

                IF WS-COMMA-NUM > 0
                    STRING QUOTE        DELIMITED BY SIZE
                           WS-COL-TEXT(WS-CSV-START:WS-CSV-LEN)
                                        DELIMITED BY SIZE
                           QUOTE        DELIMITED BY SIZE
                        INTO WS-CSV-LINE
                        WITH POINTER WS-CSV-PTR
                    END-STRING
                ELSE
                    STRING WS-COL-TEXT(WS-CSV-START:WS-CSV-LEN)
                                        DELIMITED BY SIZE
                        INTO WS-CSV-LINE
                        WITH POINTER WS-CSV-PTR
                    END-STRING
                END-IF
            END-IF.

       OD4100-FIND-CSV-START.
            IF WS-COL-TEXT(WS-CSV-SCAN-IDX:1) NOT = SPACE
                MOVE WS-CSV-SCAN-IDX    TO WS-CSV-START
            END-IF.

       OD4200-FIND-CSV-END.
            IF WS-COL-TEXT(WS-CSV-SCAN-IDX:1) NOT = SPACE
                MOVE WS-CSV-SCAN-IDX    TO WS-CSV-END
            END-IF.

       OE1000-PARSE-DECIMAL.
            MOVE "Y"                    TO WS-PARSE-OK-SW.
            MOVE ZERO                   TO WS-PARSE-DIGITS.
            MOVE ZERO                   TO WS-PARSE-FRAC.
            MOVE ZERO                   TO WS-PARSE-FRAC-LEN.
            MOVE "N"                    TO WS-PARSE-DOT-SW.
            MOVE "N"                    TO WS-PARSE-ANY-SW.

            PERFORM OE1100-PARSE-ONE-CHAR
                VARYING WS-PARSE-IDX FROM 1 BY 1
                UNTIL WS-PARSE-IDX > 20
                OR WS-PARSE-OK-SW = "N".

            IF NOT WS-PARSE-ANY-DIGIT
                MOVE "N"                TO WS-PARSE-OK-SW
            END-IF.

            IF WS-PARSE-DIGITS > 99999
                MOVE "N"                TO WS-PARSE-OK-SW
            END-IF.

            IF WS-PARSE-FRAC-LEN = 1
                MULTIPLY WS-PARSE-FRAC BY 10
                    GIVING WS-PARSE-FRAC
            END-IF.

            IF WS-PARSE-OK
                COMPUTE WS-PARSE-VALUE =
                    WS-PARSE-DIGITS + WS-PARSE-FRAC / 100
            END-IF.

       OE1100-PARSE-ONE-CHAR.
            MOVE WS-PARSE-IN(WS-PARSE-IDX:1) TO WS-PARSE-CHAR.

            EVALUATE TRUE
                WHEN WS-PARSE-CHAR = SPACE
                    CONTINUE
                WHEN WS-PARSE-CHAR = "."
                    IF WS-PARSE-PAST-DOT
                        MOVE "N"        TO WS-PARSE-OK-SW
                    ELSE
                        MOVE "Y"        TO WS-PARSE-DOT-SW
                    END-IF
                WHEN WS-PARSE-CHAR >= "0"
                    AND WS-PARSE-CHAR <= "9"
                    MOVE "Y"            TO WS-PARSE-ANY-SW
                    MOVE WS-PARSE-CHAR  TO WS-PARSE-DIGIT-X
                    IF WS-PARSE-PAST-DOT
                        IF WS-PARSE-FRAC-LEN < 2
                            ADD  1      TO WS-PARSE-FRAC-LEN
                            COMPUTE WS-PARSE-FRAC =
                                WS-PARSE-FRAC * 10
                                + WS-PARSE-DIGIT-N
                        END-IF
                    ELSE
                        IF WS-PARSE-DIGITS > 99999
                            MOVE "N"    TO WS-PARSE-OK-SW
                        ELSE
                            COMPUTE WS-PARSE-DIGITS =
                                WS-PARSE-DIGITS * 10
                                + WS-PARSE-DIGIT-N
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE "N"            TO WS-PARSE-OK-SW
            END-EVALUATE.
