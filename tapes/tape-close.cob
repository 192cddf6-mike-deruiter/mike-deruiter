       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-CLOSE.
       AUTHOR. MIKE DERUITER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL IP-HISTORY
                ASSIGN TO "/tmp/TAPE-HISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL IP-JOURNAL
                ASSIGN TO "/tmp/TAPE-JOURNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL IP-DISPOSED
                ASSIGN TO "/tmp/TAPE-DISPOSED.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL IP-CLOSES
                ASSIGN TO "/tmp/TAPE-CLOSES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OP-CLOSES
                ASSIGN TO "/tmp/TAPE-CLOSES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-STATEMENT
                ASSIGN TO "/tmp/tape-close-statement"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  IP-HISTORY.
       01  IP-HISTORY-REC.
            05  HS-DATE                 PIC X(08).
            05  HS-TAPE-NUM             PIC 9(05).
            05  HS-TOTAL-VALUE          PIC 9(08)V99.
            05  HS-AVG-RATING           PIC 9V99.
            05  HS-CASSETTE-NUM         PIC 9(04).
            05  HS-CASSETTE-VALUE       PIC 9(08)V99.
            05  HS-8TRACK-NUM           PIC 9(04).
            05  HS-8TRACK-VALUE         PIC 9(08)V99.
            05  HS-REEL-NUM             PIC 9(04).
            05  HS-REEL-VALUE           PIC 9(08)V99.
            05  HS-OTHER-NUM            PIC 9(04).
            05  HS-OTHER-VALUE          PIC 9(08)V99.

       FD  IP-JOURNAL.
       01  IP-JOURNAL-REC.
            05  JR-DATE                 PIC X(08).
            05  JR-DATE-N REDEFINES
                JR-DATE                 PIC 9(08).
            05  JR-ID                   PIC X(06).
            05  JR-ACTION               PIC X(08).
            05  JR-BEFORE-IMAGE         PIC X(93).
            05  JR-AFTER-IMAGE          PIC X(93).

       FD  IP-DISPOSED.
       01  IP-DISPOSED-REC.
            05  DS-DATE                 PIC X(08).
            05  DS-DATE-N REDEFINES
                DS-DATE                 PIC 9(08).
            05  DS-ID                   PIC X(06).
            05  DS-ARTIST               PIC X(20).
            05  DS-TITLE                PIC X(20).
            05  DS-YEAR                 PIC X(04).
            05  DS-VALUE                PIC X(07).
            05  DS-VALUE-N REDEFINES
                DS-VALUE                PIC 9(05)V99.
            05  DS-RATING               PIC X(03).
            05  DS-FORMAT               PIC X(10).
            05  DS-CONDITION            PIC X(02).
            05  DS-LOCATION             PIC X(06).
            05  DS-ACQ-DATE             PIC X(08).
            05  DS-PURCH-PRICE          PIC X(07).

       FD  IP-CLOSES.
       01  IP-CLOSES-REC.
            05  PC-OPEN-DATE            PIC X(08).
            05  PC-CLOSE-DATE           PIC X(08).
            05  PC-RUN-DATE             PIC X(08).
            05  PC-CLOSING-VALUE        PIC 9(08)V99.
            05  PC-UNRECON-VALUE        PIC 9(08)V99.
            05  PC-UNRECON-SIGN         PIC X(01).
            05  PC-STATUS               PIC X(01).

       FD  OP-CLOSES.
       01  OP-CLOSES-REC.
            05  OC-OPEN-DATE            PIC 9(08).
            05  OC-CLOSE-DATE           PIC 9(08).
            05  OC-RUN-DATE             PIC 9(08).
            05  OC-CLOSING-VALUE        PIC 9(08)V99.
            05  OC-UNRECON-VALUE        PIC 9(08)V99.
            05  OC-UNRECON-SIGN         PIC X(01).
            05  OC-STATUS               PIC X(01).

       FD  OP-STATEMENT.
       01  OP-STATEMENT-REC            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
            05  EOF-HISTORY-SW          PIC X VALUE "N".
                88  EOF-HISTORY               VALUE "Y".
            05  EOF-JOURNAL-SW          PIC X VALUE "N".
                88  EOF-JOURNAL               VALUE "Y".
            05  EOF-DISPOSED-SW         PIC X VALUE "N".
                88  EOF-DISPOSED              VALUE "Y".
            05  EOF-CLOSES-SW           PIC X VALUE "N".
                88  EOF-CLOSES                VALUE "Y".
            05  WS-OPEN-FOUND-SW        PIC X VALUE "N".
                88  WS-OPEN-FOUND             VALUE "Y".
            05  WS-CLOSE-FOUND-SW       PIC X VALUE "N".
                88  WS-CLOSE-FOUND            VALUE "Y".
            05  WS-RECONCILED-SW        PIC X VALUE "Y".
                88  WS-RECONCILED             VALUE "Y".

       01  WS-PARM.
            05  WS-PARM-OPEN-DATE       PIC X(08).
            05  WS-PARM-OPEN-DATE-N REDEFINES
                WS-PARM-OPEN-DATE       PIC 9(08).
            05                          PIC X(01).
            05  WS-PARM-CLOSE-DATE      PIC X(08).
            05  WS-PARM-CLOSE-DATE-N REDEFINES
                WS-PARM-CLOSE-DATE      PIC 9(08).
            05                          PIC X(01).
            05  WS-PARM-MODE            PIC X(05).
                88  WS-TRIAL-MODE             VALUE "TRIAL".
            05                          PIC X(07).

       01  WS-DATE-WORK.
            05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
            05  WS-OPEN-DATE            PIC 9(08) VALUE ZERO.
            05  WS-CLOSE-DATE           PIC 9(08) VALUE ZERO.

       01  WS-FORMAT-WORK.
            05  WS-FMT-IDX              PIC 9(01) VALUE ZERO.
            05  WS-SLOT-IDX             PIC 9(01) VALUE ZERO.
            05  WS-WORK-FORMAT          PIC X(10) VALUE SPACES.
            05  WS-BEFORE-SLOT          PIC 9(01) VALUE ZERO.
            05  WS-AFTER-SLOT           PIC 9(01) VALUE ZERO.

       01  WS-BEFORE-IMAGE.
            05  WS-BI-ID                PIC X(06).
            05  WS-BI-ARTIST            PIC X(20).
            05  WS-BI-TITLE             PIC X(20).
            05  WS-BI-YEAR              PIC X(04).
            05  WS-BI-VALUE             PIC X(07).
            05  WS-BI-VALUE-N REDEFINES
                WS-BI-VALUE             PIC 9(05)V99.
            05  WS-BI-RATING            PIC X(03).
            05  WS-BI-FORMAT            PIC X(10).
            05  WS-BI-REST              PIC X(23).

       01  WS-AFTER-IMAGE.
            05  WS-AI-ID                PIC X(06).
            05  WS-AI-ARTIST            PIC X(20).
            05  WS-AI-TITLE             PIC X(20).
            05  WS-AI-YEAR              PIC X(04).
            05  WS-AI-VALUE             PIC X(07).
            05  WS-AI-VALUE-N REDEFINES
                WS-AI-VALUE             PIC 9(05)V99.
            05  WS-AI-RATING            PIC X(03).
            05  WS-AI-FORMAT            PIC X(10).
            05  WS-AI-REST              PIC X(23).

       01  WS-ROLL-TABLE.
            05  RF-ENTRY OCCURS 5 TIMES.
                10  RF-NAME             PIC X(10).
                10  RF-OPEN-VALUE       PIC S9(09)V99.
                10  RF-ADD-VALUE        PIC S9(09)V99.
                10  RF-CHG-VALUE        PIC S9(09)V99.
                10  RF-REVAL-VALUE      PIC S9(09)V99.
                10  RF-DISP-VALUE       PIC S9(09)V99.
                10  RF-CALC-VALUE       PIC S9(09)V99.
                10  RF-CLOSE-VALUE      PIC S9(09)V99.
                10  RF-DIFF-VALUE       PIC S9(09)V99.
                10  RF-OPEN-NUM         PIC S9(07).
                10  RF-ADD-NUM          PIC S9(07).
                10  RF-XFER-NUM         PIC S9(07).
                10  RF-DISP-NUM         PIC S9(07).
                10  RF-CALC-NUM         PIC S9(07).
                10  RF-CLOSE-NUM        PIC S9(07).

       01  WS-COUNTERS.
            05  WS-JOURNAL-NUM          PIC 9(06) VALUE ZERO.
            05  WS-IN-PERIOD-NUM        PIC 9(06) VALUE ZERO.
            05  WS-JRNL-DELETE-NUM      PIC 9(06) VALUE ZERO.
            05  WS-OTHER-ACTION-NUM     PIC 9(06) VALUE ZERO.

       01  WS-ROW-CODE                  PIC X(02) VALUE SPACES.

       01  TITLE-STATEMENT.
            05                          PIC X(20) VALUE ALL SPACES.
            05                          PIC X(35) VALUE
                    "VALUATION ROLL-FORWARD STATEMENT".

       01  PERIOD-LINE.
            05                          PIC X(20) VALUE ALL SPACES.
            05                          PIC X(12) VALUE
                    "PERIOD FROM ".
            05  PL-OPEN-DATE            PIC 9(08) VALUE ZERO.
            05                          PIC X(04) VALUE " TO ".
            05  PL-CLOSE-DATE           PIC 9(08) VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  PL-MODE                 PIC X(14) VALUE ALL SPACES.

       01  HEADER-STATEMENT.
            05                          PIC X(24) VALUE ALL SPACES.
            05  HS-COL OCCURS 5 TIMES.
                10                      PIC X(06).
                10  HS-COL-NAME         PIC X(10).

       01  HEADER-STATEMENT-DASHES.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(22) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(14) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(14) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(14) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(14) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(14) VALUE ALL "-".

       01  AMOUNT-ROW-REC.
            05                          PIC X(02).
            05  AR-LABEL                PIC X(22).
            05  AR-COL OCCURS 5 TIMES.
                10                      PIC X(02).
                10  AR-AMOUNT           PIC -ZZ,ZZZ,ZZ9.99.

       01  COUNT-ROW-REC.
            05                          PIC X(02).
            05  CR-LABEL                PIC X(22).
            05  CR-COL OCCURS 5 TIMES.
                10                      PIC X(03).
                10  CR-COUNT            PIC -Z,ZZZ,ZZ9.
                10                      PIC X(03).

       01  STATEMENT-COUNT-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05  RC-LABEL                PIC X(26) VALUE ALL SPACES.
            05  RC-COUNT                PIC ZZZZZ9 VALUE ZERO.

       01  STATEMENT-VERDICT-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05  SV-VERDICT              PIC X(50) VALUE ALL SPACES.

       PROCEDURE DIVISION.

       00000-MAIN.
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-PARM FROM COMMAND-LINE.

            PERFORM OA1000-VALIDATE-PARM.
            PERFORM OA2000-CHECK-PRIOR-CLOSES.
            PERFORM OA3000-LOAD-SNAPSHOTS.

            PERFORM OB1000-ROLL-JOURNAL.
            PERFORM OB2000-ROLL-DISPOSALS.

            PERFORM OC1000-COMPUTE-CLOSING
                VARYING WS-FMT-IDX FROM 1 BY 1
                UNTIL WS-FMT-IDX > 4.
            MOVE 5                      TO WS-FMT-IDX.
            PERFORM OC1000-COMPUTE-CLOSING.

            PERFORM OD1000-PRINT-STATEMENT.

            IF NOT WS-TRIAL-MODE
                PERFORM OE1000-RECORD-CLOSE
            END-IF.

            STOP RUN.

       OA1000-VALIDATE-PARM.
            IF WS-PARM-OPEN-DATE IS NOT NUMERIC
                OR WS-PARM-CLOSE-DATE IS NOT NUMERIC
                DISPLAY "TAPE-CLOSE: PARM MUST BE "
                    "YYYYMMDD YYYYMMDD [TRIAL]"
                MOVE 8                  TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE WS-PARM-OPEN-DATE-N    TO WS-OPEN-DATE.
            MOVE WS-PARM-CLOSE-DATE-N   TO WS-CLOSE-DATE.

            IF WS-CLOSE-DATE NOT > WS-OPEN-DATE
                DISPLAY "TAPE-CLOSE: CLOSING DATE MUST FOLLOW "
                    "OPENING DATE"
                MOVE 8                  TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE "CASSETTE"             TO RF-NAME(1).
            MOVE "8-TRACK"              TO RF-NAME(2).
            MOVE "REEL-REEL"            TO RF-NAME(3).
            MOVE "OTHER"                TO RF-NAME(4).
            MOVE "TOTAL"                TO RF-NAME(5).

            PERFORM OA1100-CLEAR-ONE-FORMAT
                VARYING WS-FMT-IDX FROM 1 BY 1
                UNTIL WS-FMT-IDX > 5.

       OA1100-CLEAR-ONE-FORMAT.
            MOVE ZERO                   TO RF-OPEN-VALUE(WS-FMT-IDX)
                                           RF-ADD-VALUE(WS-FMT-IDX)
                                           RF-CHG-VALUE(WS-FMT-IDX)
                                           RF-REVAL-VALUE(WS-FMT-IDX)
                                           RF-DISP-VALUE(WS-FMT-IDX)
                                           RF-CALC-VALUE(WS-FMT-IDX)
                                           RF-CLOSE-VALUE(WS-FMT-IDX)
                                           RF-DIFF-VALUE(WS-FMT-IDX)
                                           RF-OPEN-NUM(WS-FMT-IDX)
                                           RF-ADD-NUM(WS-FMT-IDX)
                                           RF-XFER-NUM(WS-FMT-IDX)
                                           RF-DISP-NUM(WS-FMT-IDX)
                                           RF-CALC-NUM(WS-FMT-IDX)
                                           RF-CLOSE-NUM(WS-FMT-IDX).

       OA2000-CHECK-PRIOR-CLOSES.
            OPEN INPUT IP-CLOSES.

            PERFORM OA2100-CHECK-ONE-CLOSE
                UNTIL EOF-CLOSES.

            CLOSE IP-CLOSES.

       OA2100-CHECK-ONE-CLOSE.
            READ IP-CLOSES
                AT END MOVE "Y" TO EOF-CLOSES-SW
            END-READ.

            IF NOT EOF-CLOSES
                IF PC-OPEN-DATE IS NUMERIC
                    AND PC-CLOSE-DATE IS NUMERIC
                    IF WS-PARM-OPEN-DATE < PC-CLOSE-DATE
                        AND WS-PARM-CLOSE-DATE > PC-OPEN-DATE
                        DISPLAY "TAPE-CLOSE: PERIOD " PC-OPEN-DATE
                            " TO " PC-CLOSE-DATE " ALREADY CLOSED ON "
                            PC-RUN-DATE
                        CLOSE IP-CLOSES
                        MOVE 8          TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
            END-IF.

       OA3000-LOAD-SNAPSHOTS.
            OPEN INPUT IP-HISTORY.

            PERFORM OA3100-CHECK-ONE-SNAPSHOT
                UNTIL EOF-HISTORY.

            CLOSE IP-HISTORY.

            IF NOT WS-OPEN-FOUND
                DISPLAY "TAPE-CLOSE: NO SNAPSHOT FOR OPENING DATE "
                    WS-PARM-OPEN-DATE
                MOVE 8                  TO RETURN-CODE
                STOP RUN
            END-IF.

            IF NOT WS-CLOSE-FOUND
                DISPLAY "TAPE-CLOSE: NO SNAPSHOT FOR CLOSING DATE "
                    WS-PARM-CLOSE-DATE
                MOVE 8                  TO RETURN-CODE
                STOP RUN
            END-IF.

       OA3100-CHECK-ONE-SNAPSHOT.
            READ IP-HISTORY
                AT END MOVE "Y" TO EOF-HISTORY-SW
            END-READ.

            IF NOT EOF-HISTORY
                IF HS-DATE = WS-PARM-OPEN-DATE
                    MOVE "Y"            TO WS-OPEN-FOUND-SW
                    MOVE HS-CASSETTE-VALUE TO RF-OPEN-VALUE(1)
                    MOVE HS-8TRACK-VALUE   TO RF-OPEN-VALUE(2)
                    MOVE HS-REEL-VALUE     TO RF-OPEN-VALUE(3)
                    MOVE HS-OTHER-VALUE    TO RF-OPEN-VALUE(4)
                    MOVE HS-TOTAL-VALUE    TO RF-OPEN-VALUE(5)
                    MOVE HS-CASSETTE-NUM   TO RF-OPEN-NUM(1)
                    MOVE HS-8TRACK-NUM     TO RF-OPEN-NUM(2)
                    MOVE HS-REEL-NUM       TO RF-OPEN-NUM(3)
                    MOVE HS-OTHER-NUM      TO RF-OPEN-NUM(4)
                    MOVE HS-TAPE-NUM       TO RF-OPEN-NUM(5)
                END-IF
                IF HS-DATE = WS-PARM-CLOSE-DATE
                    MOVE "Y"            TO WS-CLOSE-FOUND-SW
                    MOVE HS-CASSETTE-VALUE TO RF-CLOSE-VALUE(1)
                    MOVE HS-8TRACK-VALUE   TO RF-CLOSE-VALUE(2)
                    MOVE HS-REEL-VALUE     TO RF-CLOSE-VALUE(3)
                    MOVE HS-OTHER-VALUE    TO RF-CLOSE-VALUE(4)
                    MOVE HS-TOTAL-VALUE    TO RF-CLOSE-VALUE(5)
                    MOVE HS-CASSETTE-NUM   TO RF-CLOSE-NUM(1)
                    MOVE HS-8TRACK-NUM     TO RF-CLOSE-NUM(2)
                    MOVE HS-REEL-NUM       TO RF-CLOSE-NUM(3)
                    MOVE HS-OTHER-NUM      TO RF-CLOSE-NUM(4)
                    MOVE HS-TAPE-NUM       TO RF-CLOSE-NUM(5)
                END-IF
            END-IF.

       OB1000-ROLL-JOURNAL.
            OPEN INPUT IP-JOURNAL.

            PERFORM OB1100-ROLL-ONE-ENTRY
                UNTIL EOF-JOURNAL.

            CLOSE IP-JOURNAL.

       OB1100-ROLL-ONE-ENTRY.
            READ IP-JOURNAL
                AT END MOVE "Y" TO EOF-JOURNAL-SW
            END-READ.

            IF NOT EOF-JOURNAL
                ADD  1                  TO WS-JOURNAL-NUM
                IF JR-DATE IS NUMERIC
                    AND JR-DATE-N > WS-OPEN-DATE
                    AND JR-DATE-N NOT > WS-CLOSE-DATE
                    ADD  1              TO WS-IN-PERIOD-NUM
                    MOVE JR-BEFORE-IMAGE TO WS-BEFORE-IMAGE
                    MOVE JR-AFTER-IMAGE  TO WS-AFTER-IMAGE
                    PERFORM OB1200-APPLY-ENTRY
                END-IF
            END-IF.

       OB1200-APPLY-ENTRY.
            EVALUATE JR-ACTION
                WHEN "ADDED"
                    MOVE WS-AI-FORMAT   TO WS-WORK-FORMAT
                    PERFORM OB3000-FIND-FORMAT-SLOT
                    ADD  1              TO RF-ADD-NUM(WS-SLOT-IDX)
                    IF WS-AI-VALUE IS NUMERIC
                        ADD  WS-AI-VALUE-N
                                        TO RF-ADD-VALUE(WS-SLOT-IDX)
                    END-IF
                WHEN "CHANGED"
                    PERFORM OB1300-SPLIT-BEFORE-AFTER
                    IF WS-BI-VALUE IS NUMERIC
                        SUBTRACT WS-BI-VALUE-N
                                      FROM RF-CHG-VALUE(WS-BEFORE-SLOT)
                    END-IF
                    IF WS-AI-VALUE IS NUMERIC
                        ADD  WS-AI-VALUE-N
                                        TO RF-CHG-VALUE(WS-AFTER-SLOT)
                    END-IF
                WHEN "REVALUED"
                    PERFORM OB1300-SPLIT-BEFORE-AFTER
                    IF WS-BI-VALUE IS NUMERIC
                        SUBTRACT WS-BI-VALUE-N
                                    FROM RF-REVAL-VALUE(WS-BEFORE-SLOT)
                    END-IF
                    IF WS-AI-VALUE IS NUMERIC
                        ADD  WS-AI-VALUE-N
                                      TO RF-REVAL-VALUE(WS-AFTER-SLOT)
                    END-IF
                WHEN "DELETED"
                    ADD  1              TO WS-JRNL-DELETE-NUM
                WHEN OTHER
                    ADD  1              TO WS-OTHER-ACTION-NUM
            END-EVALUATE.

       OB1300-SPLIT-BEFORE-AFTER.
            MOVE WS-BI-FORMAT           TO WS-WORK-FORMAT.
            PERFORM OB3000-FIND-FORMAT-SLOT.
            MOVE WS-SLOT-IDX            TO WS-BEFORE-SLOT.

            MOVE WS-AI-FORMAT           TO WS-WORK-FORMAT.
            PERFORM OB3000-FIND-FORMAT-SLOT.
            MOVE WS-SLOT-IDX            TO WS-AFTER-SLOT.

            IF WS-BEFORE-SLOT NOT = WS-AFTER-SLOT
                SUBTRACT 1 FROM RF-XFER-NUM(WS-BEFORE-SLOT)
                ADD  1                  TO RF-XFER-NUM(WS-AFTER-SLOT)
            END-IF.

       OB2000-ROLL-DISPOSALS.
            OPEN INPUT IP-DISPOSED.

            PERFORM OB2100-ROLL-ONE-DISPOSAL
                UNTIL EOF-DISPOSED.

            CLOSE IP-DISPOSED.

       OB2100-ROLL-ONE-DISPOSAL.
            READ IP-DISPOSED
                AT END MOVE "Y" TO EOF-DISPOSED-SW
            END-READ.

            IF NOT EOF-DISPOSED
                IF DS-DATE IS NUMERIC
                    AND DS-DATE-N > WS-OPEN-DATE
                    AND DS-DATE-N NOT > WS-CLOSE-DATE
                    MOVE DS-FORMAT      TO WS-WORK-FORMAT
                    PERFORM OB3000-FIND-FORMAT-SLOT
                    ADD  1              TO RF-DISP-NUM(WS-SLOT-IDX)
                    IF DS-VALUE IS NUMERIC
                        ADD  DS-VALUE-N TO RF-DISP-VALUE(WS-SLOT-IDX)
                    END-IF
                END-IF
            END-IF.

       OB3000-FIND-FORMAT-SLOT.
            EVALUATE WS-WORK-FORMAT
                WHEN "CASSETTE"
                    MOVE 1               TO WS-SLOT-IDX
                WHEN "8-TRACK"
                    MOVE 2               TO WS-SLOT-IDX
                WHEN "REEL-REEL"
                    MOVE 3               TO WS-SLOT-IDX
                WHEN OTHER
                    MOVE 4               TO WS-SLOT-IDX
            END-EVALUATE.

       OC1000-COMPUTE-CLOSING.
            IF WS-FMT-IDX = 5
                PERFORM OC1100-FOOT-TOTAL-COLUMN
                    VARYING WS-SLOT-IDX FROM 1 BY 1
                    UNTIL WS-SLOT-IDX > 4
            END-IF.

            COMPUTE RF-CALC-VALUE(WS-FMT-IDX) =
                RF-OPEN-VALUE(WS-FMT-IDX)
                + RF-ADD-VALUE(WS-FMT-IDX)
                + RF-CHG-VALUE(WS-FMT-IDX)
                + RF-REVAL-VALUE(WS-FMT-IDX)
                - RF-DISP-VALUE(WS-FMT-IDX).

            COMPUTE RF-CALC-NUM(WS-FMT-IDX) =
                RF-OPEN-NUM(WS-FMT-IDX)
                + RF-ADD-NUM(WS-FMT-IDX)
                + RF-XFER-NUM(WS-FMT-IDX)
                - RF-DISP-NUM(WS-FMT-IDX).

            COMPUTE RF-DIFF-VALUE(WS-FMT-IDX) =
                RF-CLOSE-VALUE(WS-FMT-IDX)
                - RF-CALC-VALUE(WS-FMT-IDX).

            IF RF-DIFF-VALUE(WS-FMT-IDX) NOT = ZERO
                OR RF-CALC-NUM(WS-FMT-IDX)
                    NOT = RF-CLOSE-NUM(WS-FMT-IDX)
                MOVE "N"                TO WS-RECONCILED-SW
            END-IF.

       OC1100-FOOT-TOTAL-COLUMN.
            ADD  RF-ADD-VALUE(WS-SLOT-IDX)   TO RF-ADD-VALUE(5).
            ADD  RF-CHG-VALUE(WS-SLOT-IDX)   TO RF-CHG-VALUE(5).
            ADD  RF-REVAL-VALUE(WS-SLOT-IDX) TO RF-REVAL-VALUE(5).
            ADD  RF-DISP-VALUE(WS-SLOT-IDX)  TO RF-DISP-VALUE(5).
            ADD  RF-ADD-NUM(WS-SLOT-IDX)     TO RF-ADD-NUM(5).
            ADD  RF-XFER-NUM(WS-SLOT-IDX)    TO RF-XFER-NUM(5).
            ADD  RF-DISP-NUM(WS-SLOT-IDX)    TO RF-DISP-NUM(5).

       OD1000-PRINT-STATEMENT.
            OPEN OUTPUT OP-STATEMENT.

            MOVE SPACES                 TO AMOUNT-ROW-REC
                                           COUNT-ROW-REC.
            MOVE WS-OPEN-DATE           TO PL-OPEN-DATE.
            MOVE WS-CLOSE-DATE          TO PL-CLOSE-DATE.
            IF WS-TRIAL-MODE
                MOVE "TRIAL - NOT CLOSED"
                                        TO PL-MODE
            END-IF.

            MOVE SPACES                 TO OP-STATEMENT-REC.
            WRITE OP-STATEMENT-REC FROM TITLE-STATEMENT.
            WRITE OP-STATEMENT-REC FROM PERIOD-LINE
                AFTER ADVANCING 1 LINE.

            MOVE SPACES                 TO HEADER-STATEMENT.
            PERFORM OD1100-SET-ONE-HEADING
                VARYING WS-FMT-IDX FROM 1 BY 1
                UNTIL WS-FMT-IDX > 5.
            WRITE OP-STATEMENT-REC FROM HEADER-STATEMENT
                AFTER ADVANCING 2 LINES.
            WRITE OP-STATEMENT-REC FROM HEADER-STATEMENT-DASHES
                AFTER ADVANCING 1 LINE.

            MOVE "OP"                   TO WS-ROW-CODE.
            MOVE "OPENING VALUE"        TO AR-LABEL.
            PERFORM OD2000-PRINT-AMOUNT-ROW.

            MOVE "AD"                   TO WS-ROW-CODE.
            MOVE "PLUS ADDITIONS"       TO AR-LABEL.
            PERFORM OD2000-PRINT-AMOUNT-ROW.

            MOVE "CH"                   TO WS-ROW-CODE.
            MOVE "CHANGES (NET)"        TO AR-LABEL.
            PERFORM OD2000-PRINT-AMOUNT-ROW.

            MOVE "RV"                   TO WS-ROW-CODE.
            MOVE "REVALUATIONS (NET)"   TO AR-LABEL.
            PERFORM OD2000-PRINT-AMOUNT-ROW.

            MOVE "DS"                   TO WS-ROW-CODE.
            MOVE "LESS DISPOSALS"       TO AR-LABEL.
            PERFORM OD2000-PRINT-AMOUNT-ROW.

            MOVE "CC"                   TO WS-ROW-CODE.
            MOVE "COMPUTED CLOSING"     TO AR-LABEL.
            PERFORM OD2000-PRINT-AMOUNT-ROW.

            MOVE "CS"                   TO WS-ROW-CODE.
            MOVE "CLOSING SNAPSHOT"     TO AR-LABEL.
            PERFORM OD2000-PRINT-AMOUNT-ROW.

            MOVE "UN"                   TO WS-ROW-CODE.
            MOVE "UNRECONCILED"         TO AR-LABEL.
            PERFORM OD2000-PRINT-AMOUNT-ROW.

            MOVE "OP"                   TO WS-ROW-CODE.
            MOVE "OPENING TAPES"        TO CR-LABEL.
            PERFORM OD3000-PRINT-COUNT-ROW.

            MOVE "AD"                   TO WS-ROW-CODE.
            MOVE "PLUS TAPES ADDED"     TO CR-LABEL.
            PERFORM OD3000-PRINT-COUNT-ROW.

            MOVE "XF"                   TO WS-ROW-CODE.
            MOVE "FORMAT TRANSFERS"     TO CR-LABEL.
            PERFORM OD3000-PRINT-COUNT-ROW.

            MOVE "DS"                   TO WS-ROW-CODE.
            MOVE "LESS TAPES DISPOSED"  TO CR-LABEL.
            PERFORM OD3000-PRINT-COUNT-ROW.

            MOVE "CC"                   TO WS-ROW-CODE.
            MOVE "COMPUTED CLOSING"     TO CR-LABEL.
            PERFORM OD3000-PRINT-COUNT-ROW.

            MOVE "CS"                   TO WS-ROW-CODE.
            MOVE "CLOSING SNAPSHOT"     TO CR-LABEL.
            PERFORM OD3000-PRINT-COUNT-ROW.

            MOVE "JOURNAL ENTRIES READ:" TO RC-LABEL.
            MOVE WS-JOURNAL-NUM         TO RC-COUNT.
            WRITE OP-STATEMENT-REC FROM STATEMENT-COUNT-LINE
                AFTER ADVANCING 2 LINES.

            MOVE "ENTRIES IN PERIOD:"   TO RC-LABEL.
            MOVE WS-IN-PERIOD-NUM       TO RC-COUNT.
            WRITE OP-STATEMENT-REC FROM STATEMENT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "JOURNAL DELETIONS:"   TO RC-LABEL.
            MOVE WS-JRNL-DELETE-NUM     TO RC-COUNT.
            WRITE OP-STATEMENT-REC FROM STATEMENT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "OTHER ACTIONS IGNORED:" TO RC-LABEL.
            MOVE WS-OTHER-ACTION-NUM    TO RC-COUNT.
            WRITE OP-STATEMENT-REC FROM STATEMENT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            IF WS-JRNL-DELETE-NUM NOT = RF-DISP-NUM(5)
                MOVE "NOTE: JOURNAL DELETIONS DO NOT MATCH DISPOSALS"
                                        TO SV-VERDICT
                WRITE OP-STATEMENT-REC FROM STATEMENT-VERDICT-LINE
                    AFTER ADVANCING 2 LINES
            END-IF.

            IF WS-RECONCILED
                MOVE "VERDICT: RECONCILED TO CLOSING SNAPSHOT"
                                        TO SV-VERDICT
            ELSE
                MOVE "VERDICT: UNRECONCILED DIFFERENCE"
                                        TO SV-VERDICT
            END-IF.

            WRITE OP-STATEMENT-REC FROM STATEMENT-VERDICT-LINE
                AFTER ADVANCING 2 LINES.

            CLOSE OP-STATEMENT.

       OD1100-SET-ONE-HEADING.
            MOVE RF-NAME(WS-FMT-IDX)    TO HS-COL-NAME(WS-FMT-IDX).

       OD2000-PRINT-AMOUNT-ROW.
            PERFORM OD2100-SET-ONE-AMOUNT
                VARYING WS-FMT-IDX FROM 1 BY 1
                UNTIL WS-FMT-IDX > 5.

            IF WS-ROW-CODE = "OP"
                OR WS-ROW-CODE = "CC"
                WRITE OP-STATEMENT-REC FROM AMOUNT-ROW-REC
                    AFTER ADVANCING 2 LINES
            ELSE
                WRITE OP-STATEMENT-REC FROM AMOUNT-ROW-REC
                    AFTER ADVANCING 1 LINE
            END-IF.

       OD2100-SET-ONE-AMOUNT.
            EVALUATE WS-ROW-CODE
                WHEN "OP"
                    MOVE RF-OPEN-VALUE(WS-FMT-IDX)
                                        TO AR-AMOUNT(WS-FMT-IDX)
                WHEN "AD"
                    MOVE RF-ADD-VALUE(WS-FMT-IDX)
                                        TO AR-AMOUNT(WS-FMT-IDX)
                WHEN "CH"
                    MOVE RF-CHG-VALUE(WS-FMT-IDX)
                                        TO AR-AMOUNT(WS-FMT-IDX)
                WHEN "RV"
                    MOVE RF-REVAL-VALUE(WS-FMT-IDX)
                                        TO AR-AMOUNT(WS-FMT-IDX)
                WHEN "DS"
                    MOVE RF-DISP-VALUE(WS-FMT-IDX)
                                        TO AR-AMOUNT(WS-FMT-IDX)
                WHEN "CC"
                    MOVE RF-CALC-VALUE(WS-FMT-IDX)
                                        TO AR-AMOUNT(WS-FMT-IDX)
                WHEN "CS"
                    MOVE RF-CLOSE-VALUE(WS-FMT-IDX)
                                        TO AR-AMOUNT(WS-FMT-IDX)
                WHEN "UN"
                    MOVE RF-DIFF-VALUE(WS-FMT-IDX)
                                        TO AR-AMOUNT(WS-FMT-IDX)
            END-EVALUATE.

       OD3000-PRINT-COUNT-ROW.
            PERFORM OD3100-SET-ONE-COUNT
                VARYING WS-FMT-IDX FROM 1 BY 1
                UNTIL WS-FMT-IDX > 5.

            IF WS-ROW-CODE = "OP"
                OR WS-ROW-CODE = "CC"
                WRITE OP-STATEMENT-REC FROM COUNT-ROW-REC
                    AFTER ADVANCING 2 LINES
            ELSE
                WRITE OP-STATEMENT-REC FROM COUNT-ROW-REC
                    AFTER ADVANCING 1 LINE
            END-IF.

       OD3100-SET-ONE-COUNT.
            EVALUATE WS-ROW-CODE
                WHEN "OP"
                    MOVE RF-OPEN-NUM(WS-FMT-IDX)
                                        TO CR-COUNT(WS-FMT-IDX)
                WHEN "AD"
                    MOVE RF-ADD-NUM(WS-FMT-IDX)
                                        TO CR-COUNT(WS-FMT-IDX)
                WHEN "XF"
                    MOVE RF-XFER-NUM(WS-FMT-IDX)
                                        TO CR-COUNT(WS-FMT-IDX)
                WHEN "DS"
                    MOVE RF-DISP-NUM(WS-FMT-IDX)
                                        TO CR-COUNT(WS-FMT-IDX)
                WHEN "CC"
                    MOVE RF-CALC-NUM(WS-FMT-IDX)
                                        TO CR-COUNT(WS-FMT-IDX)
                WHEN "CS"
                    MOVE RF-CLOSE-NUM(WS-FMT-IDX)
                                        TO CR-COUNT(WS-FMT-IDX)
            END-EVALUATE.

       OE1000-RECORD-CLOSE.
            OPEN EXTEND OP-CLOSES.

            MOVE WS-OPEN-DATE           TO OC-OPEN-DATE.
            MOVE WS-CLOSE-DATE          TO OC-CLOSE-DATE.
            MOVE WS-CURRENT-DATE        TO OC-RUN-DATE.
            MOVE RF-CLOSE-VALUE(5)      TO OC-CLOSING-VALUE.
            MOVE RF-DIFF-VALUE(5)       TO OC-UNRECON-VALUE.

            IF RF-DIFF-VALUE(5) < ZERO
                MOVE "-"                TO OC-UNRECON-SIGN
            ELSE
                MOVE "+"                TO OC-UNRECON-SIGN
            END-IF.

            IF WS-RECONCILED
                MOVE "R"                TO OC-STATUS
            ELSE
                MOVE "U"                TO OC-STATUS
            END-IF.

            WRITE OP-CLOSES-REC.

            CLOSE OP-CLOSES.

            DISPLAY "TAPE-CLOSE: PERIOD " WS-PARM-OPEN-DATE " TO "
                WS-PARM-CLOSE-DATE " CLOSED".
