       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-WANTS.
       AUTHOR. MIKE DERUITER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT IP-MASTER
                ASSIGN TO "/tmp/TAPES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS IM-ID.
            SELECT IX-HOLDINGS
                ASSIGN TO "/tmp/tape-holdings-index"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IXH-KEY.
            SELECT OPTIONAL IP-WANTS
                ASSIGN TO "/tmp/TAPE-WANTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL IP-CSV
                ASSIGN TO "/tmp/TAPE-IMPORT.CSV"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-HITS
                ASSIGN TO "/tmp/tape-want-hits"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-AGED
                ASSIGN TO "/tmp/tape-wants-aged"
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
            05  IM-RATING               PIC X(03).
            05  IM-FORMAT               PIC X(10).
            05  IM-CONDITION            PIC X(02).
            05  IM-LOCATION             PIC X(06).
            05  IM-ACQ-DATE             PIC X(08).
            05  IM-PURCH-PRICE          PIC X(07).

       FD  IX-HOLDINGS.
       01  IX-HOLDINGS-REC.
            05  IXH-KEY.
                10  IXH-ARTIST          PIC X(20).
                10  IXH-TITLE           PIC X(20).
                10  IXH-FORMAT          PIC X(10).
            05  IXH-ID                  PIC X(06).

       FD  IP-WANTS.
       01  IP-WANTS-REC.
            05  WN-ARTIST               PIC X(20).
            05  WN-TITLE                PIC X(20).
            05  WN-FORMAT-1             PIC X(10).
            05  WN-FORMAT-2             PIC X(10).
            05  WN-FORMAT-3             PIC X(10).
            05  WN-MIN-CONDITION        PIC X(02).
            05  WN-MAX-PRICE            PIC X(07).
            05  WN-MAX-PRICE-N REDEFINES
                WN-MAX-PRICE            PIC 9(05)V99.
            05  WN-DATE-ADDED           PIC X(08).
            05  WN-STATUS               PIC X(01).
            05  WN-DATE-FULFILLED       PIC X(08).
            05  WN-TAPE-ID              PIC X(06).

       FD  IP-CSV.
       01  IP-CSV-REC                  PIC X(120).

       FD  OP-HITS.
       01  OP-HITS-REC                 PIC X(110).

       FD  OP-AGED.
       01  OP-AGED-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
            05  EOF-MASTER-SW           PIC X VALUE "N".
                88  EOF-MASTER                VALUE "Y".
            05  EOF-WANTS-SW            PIC X VALUE "N".
                88  EOF-WANTS                 VALUE "Y".
            05  EOF-CSV-SW              PIC X VALUE "N".
                88  EOF-CSV                   VALUE "Y".
            05  WS-LINE-VALID-SW        PIC X VALUE "Y".
            05  WS-PARSE-OK-SW          PIC X VALUE "Y".
                88  WS-PARSE-OK               VALUE "Y".
            05  WS-IN-QUOTES-SW         PIC X VALUE "N".
                88  WS-IN-QUOTES              VALUE "Y".
            05  WS-HELD-SW              PIC X VALUE "N".
                88  WS-HELD                   VALUE "Y".
            05  WS-WANT-HIT-SW          PIC X VALUE "N".
                88  WS-WANT-HIT               VALUE "Y".
            05  WS-FORMAT-OK-SW         PIC X VALUE "N".
                88  WS-FORMAT-OK              VALUE "Y".
            05  WS-COND-OK-SW           PIC X VALUE "N".
                88  WS-COND-OK                VALUE "Y".

       01  WS-PARM                      PIC X(10) VALUE SPACES.

       01  WS-DATE-WORK.
            05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
            05  WS-TODAY-INT            PIC 9(08) VALUE ZERO.
            05  WS-ADDED-INT            PIC 9(08) VALUE ZERO.
            05  WS-DAYS-OPEN            PIC 9(05) VALUE ZERO.
            05  WS-AGE-DAYS             PIC 9(03) VALUE 180.

       01  WS-WANT-CONTROL.
            05  WS-WANT-COUNT           PIC 9(04) VALUE ZERO.
            05  WS-WANT-MAX             PIC 9(04) VALUE 500.
            05  WS-HIT-POS              PIC 9(04) VALUE ZERO.

       01  WS-WANT-TABLE.
            05  WQ-ENTRY OCCURS 500 TIMES
                    INDEXED BY WQ-IDX.
                10  WQ-ARTIST           PIC X(20).
                10  WQ-TITLE            PIC X(20).
                10  WQ-FORMAT-1         PIC X(10).
                10  WQ-FORMAT-2         PIC X(10).
                10  WQ-FORMAT-3         PIC X(10).
                10  WQ-MIN-CONDITION    PIC X(02).
                10  WQ-MAX-PRICE        PIC 9(05)V99.
                10  WQ-DATE-ADDED       PIC X(08).
                10  WQ-DATE-ADDED-N REDEFINES
                    WQ-DATE-ADDED       PIC 9(08).
                10  WQ-STATUS           PIC X(01).
                    88  WQ-FULFILLED          VALUE "F".

       01  WS-LINE-WORK.
            05  WS-LINE-NUM             PIC 9(05) VALUE ZERO.
            05  WS-REJECT-REASON        PIC X(20) VALUE SPACES.

       01  WS-DEALER-LINE.
            05  WS-DL-ARTIST            PIC X(20) VALUE SPACES.
            05  WS-DL-TITLE             PIC X(20) VALUE SPACES.
            05  WS-DL-FORMAT            PIC X(10) VALUE SPACES.
            05  WS-DL-CONDITION         PIC X(02) VALUE SPACES.
            05  WS-DL-OFFER             PIC 9(05)V99 VALUE ZERO.
            05  WS-DL-COND-NOTE         PIC X(16) VALUE SPACES.

       01  WS-RANK-WORK.
            05  WS-RANK-COND            PIC X(02) VALUE SPACES.
            05  WS-RANK                 PIC 9(01) VALUE ZERO.
            05  WS-DEALER-RANK          PIC 9(01) VALUE ZERO.

       01  WS-FIELD-CONTROL.
            05  WS-FIELD-NUM            PIC 9(01) VALUE ZERO.
            05  WS-FIELD-MAX            PIC 9(01) VALUE 8.
            05  WS-CHAR-IDX             PIC 9(03) VALUE ZERO.
            05  WS-FIELD-LEN            PIC 9(02) VALUE ZERO.
            05  WS-LINE-LEN             PIC 9(03) VALUE ZERO.
            05  WS-SCAN-IDX             PIC 9(03) VALUE ZERO.

       01  WS-FIELD-TABLE.
            05  WS-FIELD-ENTRY OCCURS 8 TIMES.
                10  WS-FIELD            PIC X(20).

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

       01  WS-COUNTERS.
            05  WS-HOLDINGS-NUM         PIC 9(05) VALUE ZERO.
            05  WS-OPEN-NUM             PIC 9(05) VALUE ZERO.
            05  WS-LINES-NUM            PIC 9(05) VALUE ZERO.
            05  WS-REJECTED-NUM         PIC 9(05) VALUE ZERO.
            05  WS-HELD-NUM             PIC 9(05) VALUE ZERO.
            05  WS-NOT-WANTED-NUM       PIC 9(05) VALUE ZERO.
            05  WS-HITS-NUM             PIC 9(05) VALUE ZERO.
            05  WS-UNDER-NUM            PIC 9(05) VALUE ZERO.
            05  WS-OVER-NUM             PIC 9(05) VALUE ZERO.
            05  WS-NO-LIMIT-NUM         PIC 9(05) VALUE ZERO.
            05  WS-AGED-NUM             PIC 9(05) VALUE ZERO.

       01  CSV-HEADER-IMAGE             PIC X(30) VALUE
               "YEAR,ARTIST,TITLE,VALUE,RATING".

       01  TITLE-HITS.
            05                          PIC X(35) VALUE ALL SPACES.
            05                          PIC X(35) VALUE
                    "WANT LIST HITS FROM DEALER IMPORT".

       01  HEADER-HITS.
            05                          PIC X(05) VALUE "LINE ".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "ARTIST".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "TITLE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "FORMAT".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(02) VALUE "CD".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE "   OFFER".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE "   LIMIT".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "STATUS".

       01  HEADER-HITS-DASHES.
            05                          PIC X(05) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".

       01  HIT-DETAIL-REC.
            05  DT-LINE-NUM             PIC ZZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-ARTIST               PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-TITLE                PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-FORMAT               PIC X(10) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-CONDITION            PIC X(02) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-OFFER                PIC ZZZZ9.99 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-LIMIT                PIC ZZZZ9.99 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-STATUS               PIC X(20) VALUE ALL SPACES.
            05  DT-NOTE                 PIC X(16) VALUE ALL SPACES.

       01  TITLE-AGED.
            05                          PIC X(30) VALUE ALL SPACES.
            05                          PIC X(22) VALUE
                    "WANTS OPEN MORE THAN  ".
            05  TA-AGE-DAYS             PIC ZZ9 VALUE ZERO.
            05                          PIC X(05) VALUE " DAYS".

       01  HEADER-AGED.
            05                          PIC X(20) VALUE "ARTIST".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "TITLE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "FORMATS".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(03) VALUE "MIN".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE "   LIMIT".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE "ADDED".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE " DAYS".

       01  HEADER-AGED-DASHES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(03) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE ALL "-".

       01  AGED-DETAIL-REC.
            05  DA-ARTIST               PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DA-TITLE                PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DA-FORMAT               PIC X(10) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DA-MIN-CONDITION        PIC X(03) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DA-LIMIT                PIC ZZZZ9.99 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DA-DATE-ADDED           PIC X(08) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DA-DAYS-OPEN            PIC ZZZZ9 VALUE ZERO.

       01  AGED-FORMAT-CONT-REC.
            05                          PIC X(44) VALUE ALL SPACES.
            05  DC-FORMAT               PIC X(10) VALUE ALL SPACES.

       01  RPT-COUNT-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05  RC-LABEL                PIC X(24) VALUE ALL SPACES.
            05  RC-COUNT                PIC ZZZZ9 VALUE ZERO.

       PROCEDURE DIVISION.

       00000-MAIN.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

            ACCEPT WS-PARM FROM COMMAND-LINE.

            IF WS-PARM(1:3) IS NUMERIC
                MOVE WS-PARM(1:3)       TO WS-AGE-DAYS
            END-IF.

            PERFORM OA1000-LOAD-WANTS.
            PERFORM OA2000-LOAD-HOLDINGS.

            PERFORM OB1000-MATCH-DEALER-LIST.

            PERFORM OC1000-PRINT-AGED-WANTS.

            STOP RUN.

       OA1000-LOAD-WANTS.
            OPEN INPUT IP-WANTS.

            PERFORM OA1100-LOAD-ONE-WANT
                UNTIL EOF-WANTS.

            CLOSE IP-WANTS.

            IF WS-WANT-COUNT = ZERO
                DISPLAY "TAPE-WANTS: NO WANT LIST ON FILE"
            END-IF.

       OA1100-LOAD-ONE-WANT.
            READ IP-WANTS
                AT END MOVE "Y" TO EOF-WANTS-SW
            END-READ.

            IF NOT EOF-WANTS
                IF WS-WANT-COUNT < WS-WANT-MAX
                    ADD  1              TO WS-WANT-COUNT
                    SET WQ-IDX          TO WS-WANT-COUNT
                    MOVE WN-ARTIST      TO WQ-ARTIST(WQ-IDX)
                    MOVE WN-TITLE       TO WQ-TITLE(WQ-IDX)
                    MOVE WN-FORMAT-1    TO WQ-FORMAT-1(WQ-IDX)
                    MOVE WN-FORMAT-2    TO WQ-FORMAT-2(WQ-IDX)
                    MOVE WN-FORMAT-3    TO WQ-FORMAT-3(WQ-IDX)
                    MOVE WN-MIN-CONDITION
                                        TO WQ-MIN-CONDITION(WQ-IDX)
                    IF WN-MAX-PRICE IS NUMERIC
                        MOVE WN-MAX-PRICE-N
                                        TO WQ-MAX-PRICE(WQ-IDX)
                    ELSE
                        MOVE ZERO       TO WQ-MAX-PRICE(WQ-IDX)
                    END-IF
                    MOVE WN-DATE-ADDED  TO WQ-DATE-ADDED(WQ-IDX)
                    MOVE WN-STATUS      TO WQ-STATUS(WQ-IDX)

                    INSPECT WQ-ENTRY(WQ-IDX) CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                    IF NOT WQ-FULFILLED(WQ-IDX)
                        ADD  1          TO WS-OPEN-NUM
                    END-IF
                ELSE
                    DISPLAY "TAPE-WANTS: WANT TABLE FULL - "
                        WN-ARTIST " " WN-TITLE " IGNORED"
                END-IF
            END-IF.

       OA2000-LOAD-HOLDINGS.
            OPEN INPUT IP-MASTER.
            OPEN OUTPUT IX-HOLDINGS.

            PERFORM OA2100-LOAD-ONE-HOLDING
                UNTIL EOF-MASTER.

            CLOSE IP-MASTER.
            CLOSE IX-HOLDINGS.

            OPEN INPUT IX-HOLDINGS.

       OA2100-LOAD-ONE-HOLDING.
            READ IP-MASTER
                AT END MOVE "Y" TO EOF-MASTER-SW
            END-READ.

            IF NOT EOF-MASTER
                MOVE IM-ARTIST          TO IXH-ARTIST
                MOVE IM-TITLE           TO IXH-TITLE
                MOVE IM-FORMAT          TO IXH-FORMAT
                MOVE IM-ID              TO IXH-ID

                INSPECT IXH-KEY CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                WRITE IX-HOLDINGS-REC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD  1          TO WS-HOLDINGS-NUM
                END-WRITE
            END-IF.

       OB1000-MATCH-DEALER-LIST.
            OPEN INPUT IP-CSV.
            OPEN OUTPUT OP-HITS.

            MOVE SPACES                 TO OP-HITS-REC.
            WRITE OP-HITS-REC FROM TITLE-HITS.
            WRITE OP-HITS-REC FROM HEADER-HITS
                AFTER ADVANCING 2 LINES.
            WRITE OP-HITS-REC FROM HEADER-HITS-DASHES
                AFTER ADVANCING 1 LINE.

            PERFORM OB1100-MATCH-ONE-LINE
                UNTIL EOF-CSV.

            CLOSE IP-CSV.
            CLOSE IX-HOLDINGS.

            MOVE "WANTS ON FILE:"       TO RC-LABEL.
            MOVE WS-WANT-COUNT          TO RC-COUNT.
            WRITE OP-HITS-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 2 LINES.

            MOVE "OPEN WANTS:"          TO RC-LABEL.
            MOVE WS-OPEN-NUM            TO RC-COUNT.
            WRITE OP-HITS-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "DEALER LINES READ:"   TO RC-LABEL.
            MOVE WS-LINES-NUM           TO RC-COUNT.
            WRITE OP-HITS-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 2 LINES.

            MOVE "  REJECTED:"          TO RC-LABEL.
            MOVE WS-REJECTED-NUM        TO RC-COUNT.
            WRITE OP-HITS-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "  ALREADY HELD:"      TO RC-LABEL.
            MOVE WS-HELD-NUM            TO RC-COUNT.
            WRITE OP-HITS-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "  NOT ON WANT LIST:"  TO RC-LABEL.
            MOVE WS-NOT-WANTED-NUM      TO RC-COUNT.
            WRITE OP-HITS-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "  WANT LIST HITS:"    TO RC-LABEL.
            MOVE WS-HITS-NUM            TO RC-COUNT.
            WRITE OP-HITS-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "    UNDER LIMIT:"     TO RC-LABEL.
            MOVE WS-UNDER-NUM           TO RC-COUNT.
            WRITE OP-HITS-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "    OVER LIMIT:"      TO RC-LABEL.
            MOVE WS-OVER-NUM            TO RC-COUNT.
            WRITE OP-HITS-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "    NO LIMIT SET:"    TO RC-LABEL.
            MOVE WS-NO-LIMIT-NUM        TO RC-COUNT.
            WRITE OP-HITS-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            CLOSE OP-HITS.

       OB1100-MATCH-ONE-LINE.
            READ IP-CSV
                AT END MOVE "Y" TO EOF-CSV-SW
            END-READ.

            IF NOT EOF-CSV
                ADD  1                  TO WS-LINE-NUM

                IF IP-CSV-REC = SPACES
                    OR IP-CSV-REC(1:30) = CSV-HEADER-IMAGE
                    CONTINUE
                ELSE
                    ADD  1              TO WS-LINES-NUM
                    PERFORM OB1200-SPLIT-FIELDS
                    PERFORM OB2000-VALIDATE-LINE

                    IF WS-LINE-VALID-SW = "Y"
                        PERFORM OB3000-CHECK-HOLDINGS
                        IF WS-HELD
                            ADD  1      TO WS-HELD-NUM
                        ELSE
                            PERFORM OB4000-FIND-WANT
                        END-IF
                    ELSE
                        ADD  1          TO WS-REJECTED-NUM
                        PERFORM OB5100-REPORT-REJECT
                    END-IF
                END-IF
            END-IF.

       OB1200-SPLIT-FIELDS.
            MOVE SPACES                 TO WS-FIELD-TABLE.
            MOVE 1                      TO WS-FIELD-NUM.
            MOVE ZERO                   TO WS-FIELD-LEN.
            MOVE "N"                    TO WS-IN-QUOTES-SW.

            MOVE ZERO                   TO WS-LINE-LEN.
            PERFORM OB1210-FIND-LINE-LEN
                VARYING WS-SCAN-IDX FROM 120 BY -1
                UNTIL WS-SCAN-IDX < 1 OR WS-LINE-LEN > 0.

            PERFORM OB1220-SCAN-ONE-CHAR
                VARYING WS-CHAR-IDX FROM 1 BY 1
                UNTIL WS-CHAR-IDX > WS-LINE-LEN.

       OB1210-FIND-LINE-LEN.
            IF IP-CSV-REC(WS-SCAN-IDX:1) NOT = SPACE
                MOVE WS-SCAN-IDX        TO WS-LINE-LEN
            END-IF.

       OB1220-SCAN-ONE-CHAR.
            IF WS-IN-QUOTES
                IF IP-CSV-REC(WS-CHAR-IDX:1) = QUOTE
                    IF WS-CHAR-IDX < WS-LINE-LEN
                        AND IP-CSV-REC(WS-CHAR-IDX + 1:1) = QUOTE
                        PERFORM OB1230-APPEND-CHAR
                        ADD  1          TO WS-CHAR-IDX
                    ELSE
                        MOVE "N"        TO WS-IN-QUOTES-SW
                    END-IF
                ELSE
                    PERFORM OB1230-APPEND-CHAR
                END-IF
            ELSE
                EVALUATE IP-CSV-REC(WS-CHAR-IDX:1)
                    WHEN QUOTE
                        MOVE "Y"        TO WS-IN-QUOTES-SW
                    WHEN ","
                        IF WS-FIELD-NUM < WS-FIELD-MAX
                            ADD  1      TO WS-FIELD-NUM
                            MOVE ZERO   TO WS-FIELD-LEN
                        END-IF
                    WHEN OTHER
                        PERFORM OB1230-APPEND-CHAR
                END-EVALUATE
            END-IF.

       OB1230-APPEND-CHAR.
            IF WS-FIELD-LEN < 20
                ADD  1                  TO WS-FIELD-LEN
                MOVE IP-CSV-REC(WS-CHAR-IDX:1) TO
                    WS-FIELD(WS-FIELD-NUM)(WS-FIELD-LEN:1)
            END-IF.

       OB2000-VALIDATE-LINE.
            MOVE "Y"                    TO WS-LINE-VALID-SW.
            MOVE SPACES                 TO WS-REJECT-REASON.

            INSPECT WS-FIELD-TABLE CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            MOVE WS-FIELD(2)            TO WS-DL-ARTIST.
            MOVE WS-FIELD(3)            TO WS-DL-TITLE.

            IF WS-FIELD(6) = SPACES
                MOVE "OTHER"            TO WS-DL-FORMAT
            ELSE
                MOVE WS-FIELD(6)        TO WS-DL-FORMAT
            END-IF.

            MOVE WS-FIELD(7)            TO WS-DL-CONDITION.

            IF WS-FIELD-NUM < 5
                MOVE "N"                TO WS-LINE-VALID-SW
                MOVE "TOO FEW FIELDS"   TO WS-REJECT-REASON
            END-IF.

            IF WS-LINE-VALID-SW = "Y"
                AND (WS-DL-ARTIST = SPACES OR WS-DL-TITLE = SPACES)
                MOVE "N"                TO WS-LINE-VALID-SW
                MOVE "NO ARTIST/TITLE"  TO WS-REJECT-REASON
            END-IF.

            IF WS-LINE-VALID-SW = "Y"
                MOVE WS-FIELD(4)        TO WS-PARSE-IN
                PERFORM OE1000-PARSE-DECIMAL
                IF WS-PARSE-OK
                    MOVE WS-PARSE-VALUE TO WS-DL-OFFER
                ELSE
                    MOVE "N"            TO WS-LINE-VALID-SW
                    MOVE "INVALID PRICE"
                                        TO WS-REJECT-REASON
                END-IF
            END-IF.

       OB3000-CHECK-HOLDINGS.
            MOVE "N"                    TO WS-HELD-SW.

            MOVE WS-DL-ARTIST           TO IXH-ARTIST.
            MOVE WS-DL-TITLE            TO IXH-TITLE.
            MOVE WS-DL-FORMAT           TO IXH-FORMAT.

            READ IX-HOLDINGS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y"            TO WS-HELD-SW
            END-READ.

       OB4000-FIND-WANT.
            MOVE "N"                    TO WS-WANT-HIT-SW.
            MOVE ZERO                   TO WS-HIT-POS.

            MOVE WS-DL-CONDITION        TO WS-RANK-COND.
            PERFORM OD1000-RANK-CONDITION.
            MOVE WS-RANK                TO WS-DEALER-RANK.

            PERFORM OB4100-CHECK-ONE-WANT
                VARYING WQ-IDX FROM 1 BY 1
                UNTIL WQ-IDX > WS-WANT-COUNT
                OR WS-WANT-HIT.

            IF WS-WANT-HIT
                SET WQ-IDX              TO WS-HIT-POS
                ADD  1                  TO WS-HITS-NUM
                PERFORM OB5000-REPORT-HIT
            ELSE
                ADD  1                  TO WS-NOT-WANTED-NUM
            END-IF.

       OB4100-CHECK-ONE-WANT.
            IF NOT WQ-FULFILLED(WQ-IDX)
                AND WQ-ARTIST(WQ-IDX) = WS-DL-ARTIST
                AND WQ-TITLE(WQ-IDX) = WS-DL-TITLE
                PERFORM OB4200-CHECK-FORMAT
                PERFORM OB4300-CHECK-CONDITION
                IF WS-FORMAT-OK
                    AND WS-COND-OK
                    MOVE "Y"            TO WS-WANT-HIT-SW
                    SET WS-HIT-POS      TO WQ-IDX
                END-IF
            END-IF.

       OB4200-CHECK-FORMAT.
            MOVE "N"                    TO WS-FORMAT-OK-SW.

            IF WQ-FORMAT-1(WQ-IDX) = SPACES
                AND WQ-FORMAT-2(WQ-IDX) = SPACES
                AND WQ-FORMAT-3(WQ-IDX) = SPACES
                MOVE "Y"                TO WS-FORMAT-OK-SW
            END-IF.

            IF WQ-FORMAT-1(WQ-IDX) = WS-DL-FORMAT
                OR WQ-FORMAT-2(WQ-IDX) = WS-DL-FORMAT
                OR WQ-FORMAT-3(WQ-IDX) = WS-DL-FORMAT
                MOVE "Y"                TO WS-FORMAT-OK-SW
            END-IF.

       OB4300-CHECK-CONDITION.
            MOVE "N"                    TO WS-COND-OK-SW.
            MOVE SPACES                 TO WS-DL-COND-NOTE.

            MOVE WQ-MIN-CONDITION(WQ-IDX) TO WS-RANK-COND.
            PERFORM OD1000-RANK-CONDITION.

            EVALUATE TRUE
                WHEN WS-RANK = ZERO
                    MOVE "Y"            TO WS-COND-OK-SW
                WHEN WS-DEALER-RANK = ZERO
                    MOVE "Y"            TO WS-COND-OK-SW
                    MOVE "COND NOT STATED"
                                        TO WS-DL-COND-NOTE
                WHEN WS-DEALER-RANK >= WS-RANK
                    MOVE "Y"            TO WS-COND-OK-SW
            END-EVALUATE.

       OB5000-REPORT-HIT.
            MOVE WS-LINE-NUM            TO DT-LINE-NUM.
            MOVE WS-DL-ARTIST           TO DT-ARTIST.
            MOVE WS-DL-TITLE            TO DT-TITLE.
            MOVE WS-DL-FORMAT           TO DT-FORMAT.
            MOVE WS-DL-CONDITION        TO DT-CONDITION.
            MOVE WS-DL-OFFER            TO DT-OFFER.
            MOVE WQ-MAX-PRICE(WQ-IDX)   TO DT-LIMIT.
            MOVE WS-DL-COND-NOTE        TO DT-NOTE.

            EVALUATE TRUE
                WHEN WQ-MAX-PRICE(WQ-IDX) = ZERO
                    MOVE "NO LIMIT SET" TO DT-STATUS
                    ADD  1              TO WS-NO-LIMIT-NUM
                WHEN WS-DL-OFFER <= WQ-MAX-PRICE(WQ-IDX)
                    MOVE "UNDER LIMIT"  TO DT-STATUS
                    ADD  1              TO WS-UNDER-NUM
                WHEN OTHER
                    MOVE "OVER LIMIT"   TO DT-STATUS
                    ADD  1              TO WS-OVER-NUM
            END-EVALUATE.

            WRITE OP-HITS-REC FROM HIT-DETAIL-REC
                AFTER ADVANCING 1 LINE.

       OB5100-REPORT-REJECT.
            MOVE WS-LINE-NUM            TO DT-LINE-NUM.
            MOVE WS-DL-ARTIST           TO DT-ARTIST.
            MOVE WS-DL-TITLE            TO DT-TITLE.
            MOVE WS-DL-FORMAT           TO DT-FORMAT.
            MOVE WS-DL-CONDITION        TO DT-CONDITION.
            MOVE ZERO                   TO DT-OFFER.
            MOVE ZERO                   TO DT-LIMIT.
            MOVE "REJECTED"             TO DT-STATUS.
            MOVE WS-REJECT-REASON       TO DT-NOTE.

            WRITE OP-HITS-REC FROM HIT-DETAIL-REC
                AFTER ADVANCING 1 LINE.

       OC1000-PRINT-AGED-WANTS.
            OPEN OUTPUT OP-AGED.

            MOVE WS-AGE-DAYS            TO TA-AGE-DAYS.

            MOVE SPACES                 TO OP-AGED-REC.
            WRITE OP-AGED-REC FROM TITLE-AGED.
            WRITE OP-AGED-REC FROM HEADER-AGED
                AFTER ADVANCING 2 LINES.
            WRITE OP-AGED-REC FROM HEADER-AGED-DASHES
                AFTER ADVANCING 1 LINE.

            PERFORM OC1100-CHECK-ONE-AGED
                VARYING WQ-IDX FROM 1 BY 1
                UNTIL WQ-IDX > WS-WANT-COUNT.

            MOVE "WANTS LISTED:"        TO RC-LABEL.
            MOVE WS-AGED-NUM            TO RC-COUNT.
            WRITE OP-AGED-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 2 LINES.

            CLOSE OP-AGED.

       OC1100-CHECK-ONE-AGED.
            MOVE ZERO                   TO WS-DAYS-OPEN.

            IF NOT WQ-FULFILLED(WQ-IDX)
                AND WQ-DATE-ADDED(WQ-IDX) IS NUMERIC
                COMPUTE WS-ADDED-INT =
                    FUNCTION INTEGER-OF-DATE(WQ-DATE-ADDED-N(WQ-IDX))
                IF WS-ADDED-INT > 0
                    AND WS-TODAY-INT > WS-ADDED-INT
                    COMPUTE WS-DAYS-OPEN =
                        WS-TODAY-INT - WS-ADDED-INT
                END-IF
            END-IF.

            IF WS-DAYS-OPEN > WS-AGE-DAYS
                ADD  1                  TO WS-AGED-NUM
                PERFORM OC1200-PRINT-ONE-AGED
            END-IF.

       OC1200-PRINT-ONE-AGED.
            MOVE WQ-ARTIST(WQ-IDX)      TO DA-ARTIST.
            MOVE WQ-TITLE(WQ-IDX)       TO DA-TITLE.
            MOVE WQ-MIN-CONDITION(WQ-IDX) TO DA-MIN-CONDITION.
            MOVE WQ-MAX-PRICE(WQ-IDX)   TO DA-LIMIT.
            MOVE WQ-DATE-ADDED(WQ-IDX)  TO DA-DATE-ADDED.
            MOVE WS-DAYS-OPEN           TO DA-DAYS-OPEN.

            IF WQ-FORMAT-1(WQ-IDX) = SPACES
                AND WQ-FORMAT-2(WQ-IDX) = SPACES
                AND WQ-FORMAT-3(WQ-IDX) = SPACES
                MOVE "ANY"              TO DA-FORMAT
            ELSE
                MOVE WQ-FORMAT-1(WQ-IDX) TO DA-FORMAT
            END-IF.

            WRITE OP-AGED-REC FROM AGED-DETAIL-REC
                AFTER ADVANCING 1 LINE.

            IF WQ-FORMAT-2(WQ-IDX) NOT = SPACES
                MOVE WQ-FORMAT-2(WQ-IDX) TO DC-FORMAT
                WRITE OP-AGED-REC FROM AGED-FORMAT-CONT-REC
                    AFTER ADVANCING 1 LINE
            END-IF.

            IF WQ-FORMAT-3(WQ-IDX) NOT = SPACES
                MOVE WQ-FORMAT-3(WQ-IDX) TO DC-FORMAT
                WRITE OP-AGED-REC FROM AGED-FORMAT-CONT-REC
                    AFTER ADVANCING 1 LINE
            END-IF.

       OD1000-RANK-CONDITION.
            EVALUATE WS-RANK-COND
                WHEN "M "
                    MOVE 6              TO WS-RANK
                WHEN "NM"
                    MOVE 5              TO WS-RANK
                WHEN "VG"
                    MOVE 4              TO WS-RANK
                WHEN "G "
                    MOVE 3              TO WS-RANK
                WHEN "F "
                    MOVE 2              TO WS-RANK
                WHEN "P "
                    MOVE 1              TO WS-RANK
                WHEN OTHER
                    MOVE ZERO           TO WS-RANK
            END-EVALUATE.

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
