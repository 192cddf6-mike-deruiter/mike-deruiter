       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-PRICE-GUIDE.
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
            SELECT OPTIONAL IP-GUIDE
                ASSIGN TO "/tmp/TAPE-PRICE-GUIDE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT IX-GUIDE
                ASSIGN TO "/tmp/tape-price-guide-index"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IXP-KEY.
            SELECT OPTIONAL OP-TRANS
                ASSIGN TO "/tmp/TAPE-TRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-VARIANCE
                ASSIGN TO "/tmp/tape-price-variance"
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
            05  IM-FORMAT               PIC X(10).
            05  IM-CONDITION            PIC X(02).
            05  IM-LOCATION             PIC X(06).
            05  IM-ACQ-DATE             PIC X(08).
            05  IM-PURCH-PRICE          PIC X(07).

       FD  IP-GUIDE.
       01  IP-GUIDE-REC.
            05  PG-ARTIST               PIC X(20).
            05  PG-TITLE                PIC X(20).
            05  PG-FORMAT               PIC X(10).
            05  PG-CONDITION            PIC X(02).
            05  PG-PRICE                PIC X(07).

       FD  IX-GUIDE.
       01  IX-GUIDE-REC.
            05  IXP-KEY.
                10  IXP-ARTIST          PIC X(20).
                10  IXP-TITLE           PIC X(20).
                10  IXP-FORMAT          PIC X(10).
                10  IXP-CONDITION       PIC X(02).
            05  IXP-PRICE               PIC X(07).
            05  IXP-PRICE-N REDEFINES
                IXP-PRICE               PIC 9(05)V99.

       FD  OP-TRANS.
       01  OP-TRANS-REC.
            05  OT-CODE                 PIC X(01).
            05  OT-ID                   PIC X(06).
            05  OT-ARTIST               PIC X(20).
            05  OT-TITLE                PIC X(20).
            05  OT-YEAR                 PIC X(04).
            05  OT-VALUE                PIC X(07).
            05  OT-RATING               PIC X(03).
            05  OT-FORMAT               PIC X(10).
            05  OT-CONDITION            PIC X(02).
            05  OT-LOCATION             PIC X(06).
            05  OT-ACQ-DATE             PIC X(08).
            05  OT-PURCH-PRICE          PIC X(07).

       FD  OP-VARIANCE.
       01  OP-VARIANCE-REC             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
            05  EOF-MASTER-SW           PIC X VALUE "N".
                88  EOF-MASTER                VALUE "Y".
            05  EOF-GUIDE-SW            PIC X VALUE "N".
                88  EOF-GUIDE                 VALUE "Y".
            05  WS-GUIDE-FOUND-SW       PIC X VALUE "N".
                88  WS-GUIDE-FOUND            VALUE "Y".
            05  WS-OVER-TOLERANCE-SW    PIC X VALUE "N".
                88  WS-OVER-TOLERANCE         VALUE "Y".

       01  WS-PARM                      PIC X(10) VALUE SPACES.

       01  WS-TOLERANCE-CONTROL.
            05  WS-TOLERANCE-PCT        PIC 9(03) VALUE 20.
            05  WS-VARIANCE-AMT         PIC S9(06)V99 VALUE ZERO.
            05  WS-VARIANCE-PCT         PIC S9(05)V99 VALUE ZERO.

       01  WS-COUNTERS.
            05  WS-GUIDE-NUM            PIC 9(06) VALUE ZERO.
            05  WS-GUIDE-BAD-NUM        PIC 9(06) VALUE ZERO.
            05  WS-MASTER-NUM           PIC 9(06) VALUE ZERO.
            05  WS-PRICED-NUM           PIC 9(06) VALUE ZERO.
            05  WS-NO-GUIDE-NUM         PIC 9(06) VALUE ZERO.
            05  WS-WITHIN-NUM           PIC 9(06) VALUE ZERO.
            05  WS-OVER-NUM             PIC 9(06) VALUE ZERO.
            05  WS-BAD-MASTER-NUM       PIC 9(06) VALUE ZERO.
            05  WS-TRANS-NUM            PIC 9(06) VALUE ZERO.

       01  WS-TOTALS.
            05  WS-TOTAL-CARRIED        PIC 9(08)V99 VALUE ZERO.
            05  WS-TOTAL-GUIDE          PIC 9(08)V99 VALUE ZERO.

       01  TITLE-VARIANCE.
            05                          PIC X(20) VALUE ALL SPACES.
            05                          PIC X(29) VALUE
                    "PRICE GUIDE VARIANCE REPORT".

       01  TOLERANCE-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(21) VALUE
                    "VARIANCE TOLERANCE: ".
            05  TL-PCT                  PIC ZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE " %".

       01  HEADER-VARIANCE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "ID".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "ARTIST".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "TITLE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "FORMAT".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(02) VALUE "CN".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "   CARRIED".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "     GUIDE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE "    VAR%".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(14) VALUE "ACTION".

       01  HEADER-VARIANCE-DASHES.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(14) VALUE ALL "-".

       01  VARIANCE-DETAIL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-ID                   PIC X(06) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-ARTIST               PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-TITLE                PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-FORMAT               PIC X(10) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-CONDITION            PIC X(02) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-CARRIED              PIC $$$,$$9.99 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-GUIDE                PIC $$$,$$9.99 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-PCT                  PIC ZZZ9.99- VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-ACTION               PIC X(14) VALUE ALL SPACES.

       01  VARIANCE-TOTAL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(65) VALUE
                    "TOTAL FOR TAPES PRICED BY GUIDE".
            05  VT-CARRIED              PIC $$,$$$,$$9.99 VALUE ZERO.
            05                          PIC X(01) VALUE ALL SPACES.
            05  VT-GUIDE                PIC $$,$$$,$$9.99 VALUE ZERO.

       01  VARIANCE-COUNT-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05  RC-LABEL                PIC X(26) VALUE ALL SPACES.
            05  RC-COUNT                PIC ZZZZZ9 VALUE ZERO.

       PROCEDURE DIVISION.

       00000-MAIN.
            ACCEPT WS-PARM FROM COMMAND-LINE.

            IF WS-PARM(1:3) IS NUMERIC
                MOVE WS-PARM(1:3)       TO WS-TOLERANCE-PCT
            END-IF.

            PERFORM OA1000-LOAD-GUIDE.

            PERFORM OB1000-SETUP.
            PERFORM OC1000-PRICE-ONE-TAPE
                UNTIL EOF-MASTER.
            PERFORM OB3000-WRAPUP.

            STOP RUN.

       OA1000-LOAD-GUIDE.
            OPEN INPUT IP-GUIDE.
            OPEN OUTPUT IX-GUIDE.

            PERFORM OA1100-LOAD-ONE-GUIDE
                UNTIL EOF-GUIDE.

            CLOSE IP-GUIDE.
            CLOSE IX-GUIDE.

            IF WS-GUIDE-NUM = ZERO
                DISPLAY "TAPE-PRICE-GUIDE: NO PRICE GUIDE ENTRIES - "
                    "NO TAPES WILL BE PRICED"
            END-IF.

       OA1100-LOAD-ONE-GUIDE.
            READ IP-GUIDE
                AT END MOVE "Y" TO EOF-GUIDE-SW
            END-READ.

            IF NOT EOF-GUIDE
                IF PG-PRICE IS NUMERIC
                    MOVE PG-ARTIST      TO IXP-ARTIST
                    MOVE PG-TITLE       TO IXP-TITLE
                    MOVE PG-FORMAT      TO IXP-FORMAT
                    MOVE PG-CONDITION   TO IXP-CONDITION
                    MOVE PG-PRICE       TO IXP-PRICE

                    WRITE IX-GUIDE-REC
                        INVALID KEY
                            ADD  1      TO WS-GUIDE-BAD-NUM
                            DISPLAY "TAPE-PRICE-GUIDE: DUPLICATE "
                                "GUIDE ENTRY - " PG-ARTIST " "
                                PG-TITLE " IGNORED"
                        NOT INVALID KEY
                            ADD  1      TO WS-GUIDE-NUM
                    END-WRITE
                ELSE
                    ADD  1              TO WS-GUIDE-BAD-NUM
                    DISPLAY "TAPE-PRICE-GUIDE: BAD GUIDE PRICE - "
                        PG-ARTIST " " PG-TITLE " IGNORED"
                END-IF
            END-IF.

       OB1000-SETUP.
            OPEN INPUT IP-MASTER.
            OPEN INPUT IX-GUIDE.
            OPEN EXTEND OP-TRANS.
            OPEN OUTPUT OP-VARIANCE.

            MOVE WS-TOLERANCE-PCT       TO TL-PCT.

            MOVE SPACES                 TO OP-VARIANCE-REC.
            WRITE OP-VARIANCE-REC FROM TITLE-VARIANCE.
            WRITE OP-VARIANCE-REC FROM TOLERANCE-LINE
                AFTER ADVANCING 2 LINES.
            WRITE OP-VARIANCE-REC FROM HEADER-VARIANCE
                AFTER ADVANCING 2 LINES.
            WRITE OP-VARIANCE-REC FROM HEADER-VARIANCE-DASHES
                AFTER ADVANCING 1 LINE.

       OB3000-WRAPUP.
            CLOSE IP-MASTER.
            CLOSE IX-GUIDE.
            CLOSE OP-TRANS.

            MOVE WS-TOTAL-CARRIED        TO VT-CARRIED.
            MOVE WS-TOTAL-GUIDE          TO VT-GUIDE.
            WRITE OP-VARIANCE-REC FROM VARIANCE-TOTAL-REC
                AFTER ADVANCING 2 LINES.

            MOVE "GUIDE ENTRIES LOADED:"  TO RC-LABEL.
            MOVE WS-GUIDE-NUM            TO RC-COUNT.
            WRITE OP-VARIANCE-REC FROM VARIANCE-COUNT-LINE
                AFTER ADVANCING 2 LINES.

            MOVE "GUIDE ENTRIES REJECTED:" TO RC-LABEL.
            MOVE WS-GUIDE-BAD-NUM        TO RC-COUNT.
            WRITE OP-VARIANCE-REC FROM VARIANCE-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "MASTER RECORDS:"       TO RC-LABEL.
            MOVE WS-MASTER-NUM           TO RC-COUNT.
            WRITE OP-VARIANCE-REC FROM VARIANCE-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "PRICED BY GUIDE:"      TO RC-LABEL.
            MOVE WS-PRICED-NUM           TO RC-COUNT.
            WRITE OP-VARIANCE-REC FROM VARIANCE-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "NO GUIDE PRICE:"       TO RC-LABEL.
            MOVE WS-NO-GUIDE-NUM         TO RC-COUNT.
            WRITE OP-VARIANCE-REC FROM VARIANCE-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "WITHIN TOLERANCE:"     TO RC-LABEL.
            MOVE WS-WITHIN-NUM           TO RC-COUNT.
            WRITE OP-VARIANCE-REC FROM VARIANCE-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "OVER TOLERANCE:"       TO RC-LABEL.
            MOVE WS-OVER-NUM             TO RC-COUNT.
            WRITE OP-VARIANCE-REC FROM VARIANCE-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "OVER - BAD MASTER:"    TO RC-LABEL.
            MOVE WS-BAD-MASTER-NUM       TO RC-COUNT.
            WRITE OP-VARIANCE-REC FROM VARIANCE-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "CHANGE TRANS WRITTEN:" TO RC-LABEL.
            MOVE WS-TRANS-NUM            TO RC-COUNT.
            WRITE OP-VARIANCE-REC FROM VARIANCE-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            CLOSE OP-VARIANCE.

       OC1000-PRICE-ONE-TAPE.
            READ IP-MASTER
                AT END MOVE "Y" TO EOF-MASTER-SW
            END-READ.

            IF NOT EOF-MASTER
                ADD  1                  TO WS-MASTER-NUM
                PERFORM OC2000-READ-GUIDE

                IF WS-GUIDE-FOUND
                    ADD  1              TO WS-PRICED-NUM
                    PERFORM OC3000-COMPUTE-VARIANCE
                    PERFORM OC4000-REPORT-VARIANCE
                ELSE
                    ADD  1              TO WS-NO-GUIDE-NUM
                END-IF
            END-IF.

       OC2000-READ-GUIDE.
            MOVE IM-ARTIST               TO IXP-ARTIST.
            MOVE IM-TITLE                TO IXP-TITLE.
            MOVE IM-FORMAT               TO IXP-FORMAT.
            MOVE IM-CONDITION            TO IXP-CONDITION.

            READ IX-GUIDE
                INVALID KEY
                    MOVE "N"             TO WS-GUIDE-FOUND-SW
                NOT INVALID KEY
                    MOVE "Y"             TO WS-GUIDE-FOUND-SW
            END-READ.

       OC3000-COMPUTE-VARIANCE.
            MOVE "N"                     TO WS-OVER-TOLERANCE-SW.
            MOVE ZERO                    TO WS-VARIANCE-PCT.

            IF IM-VALUE IS NUMERIC
                AND IM-VALUE-N > ZERO
                COMPUTE WS-VARIANCE-AMT =
                    IXP-PRICE-N - IM-VALUE-N
                COMPUTE WS-VARIANCE-PCT ROUNDED =
                    WS-VARIANCE-AMT * 100 / IM-VALUE-N
                    ON SIZE ERROR
                        MOVE 9999.99     TO WS-VARIANCE-PCT
                END-COMPUTE
                IF WS-VARIANCE-PCT > WS-TOLERANCE-PCT
                    OR WS-VARIANCE-PCT < 0 - WS-TOLERANCE-PCT
                    MOVE "Y"             TO WS-OVER-TOLERANCE-SW
                END-IF
            ELSE
                IF IXP-PRICE-N > ZERO
                    MOVE "Y"             TO WS-OVER-TOLERANCE-SW
                END-IF
            END-IF.

       OC4000-REPORT-VARIANCE.
            MOVE SPACES                 TO VARIANCE-DETAIL-REC.
            MOVE IM-ID                  TO DT-ID.
            MOVE IM-ARTIST              TO DT-ARTIST.
            MOVE IM-TITLE               TO DT-TITLE.
            MOVE IM-FORMAT              TO DT-FORMAT.
            MOVE IM-CONDITION           TO DT-CONDITION.
            MOVE IXP-PRICE-N            TO DT-GUIDE.
            MOVE WS-VARIANCE-PCT        TO DT-PCT.

            IF IM-VALUE IS NUMERIC
                MOVE IM-VALUE-N         TO DT-CARRIED
                ADD  IM-VALUE-N         TO WS-TOTAL-CARRIED
            ELSE
                MOVE ZERO               TO DT-CARRIED
            END-IF.

            ADD  IXP-PRICE-N            TO WS-TOTAL-GUIDE.

            IF WS-OVER-TOLERANCE
                ADD  1                  TO WS-OVER-NUM
                IF IM-YEAR IS NUMERIC
                    AND IM-RATING IS NUMERIC
                    MOVE "CHANGE SENT"  TO DT-ACTION
                    PERFORM OC5000-WRITE-VALUE-CHANGE
                ELSE
                    ADD  1              TO WS-BAD-MASTER-NUM
                    MOVE "OVER-BAD MSTR" TO DT-ACTION
                END-IF
            ELSE
                ADD  1                  TO WS-WITHIN-NUM
                MOVE "WITHIN TOL"       TO DT-ACTION
            END-IF.

            WRITE OP-VARIANCE-REC FROM VARIANCE-DETAIL-REC
                AFTER ADVANCING 1 LINE.

       OC5000-WRITE-VALUE-CHANGE.
            MOVE SPACES                 TO OP-TRANS-REC.
            MOVE "C"                    TO OT-CODE.
            MOVE IM-ID                  TO OT-ID.
            MOVE IM-YEAR                TO OT-YEAR.
            MOVE IXP-PRICE              TO OT-VALUE.
            MOVE IM-RATING              TO OT-RATING.

            WRITE OP-TRANS-REC.

            ADD  1                      TO WS-TRANS-NUM.
