       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-OCCUPANCY.
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
                RECORD KEY IS IP-TAPES-ID.
            SELECT OPTIONAL IP-LOCATIONS
                ASSIGN TO "/tmp/TAPE-LOCATIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-OCCUPANCY
                ASSIGN TO "/tmp/tape-occupancy"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  IP-TAPES.
       01  IP-TAPES-REC.
            05  IP-TAPES-ID             PIC X(06).
            05  IP-TAPES-ARTIST         PIC X(20).
            05  IP-TAPES-TITLE          PIC X(20).
            05  IP-TAPES-YEAR           PIC X(04).
            05  IP-TAPES-VALUE          PIC X(07).
            05  IP-TAPES-VALUE-N REDEFINES
                IP-TAPES-VALUE          PIC 9(05)V99.
            05  IP-TAPES-RATING         PIC X(03).
            05  IP-TAPES-MEDIA-FORMAT   PIC X(10).
            05  IP-TAPES-CONDITION      PIC X(02).
            05  IP-TAPES-LOCATION       PIC X(06).
            05  IP-TAPES-ACQ-DATE       PIC X(08).
            05  IP-TAPES-PURCH-PRICE    PIC X(07).

       FD  IP-LOCATIONS.
       01  IP-LOCATIONS-REC.
            05  LC-CODE                 PIC X(06).
            05  LC-DESC                 PIC X(20).
            05  LC-CAPACITY             PIC X(04).
            05  LC-CAPACITY-N REDEFINES
                LC-CAPACITY             PIC 9(04).
            05  LC-CLIMATE              PIC X(01).

       FD  OP-OCCUPANCY.
       01  OP-OCCUPANCY-REC            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
            05  EOF-IP-TAPES-SW         PIC X VALUE "N".
                88  EOF-IP-TAPES              VALUE "Y".
            05  EOF-LOCATIONS-SW        PIC X VALUE "N".
                88  EOF-LOCATIONS             VALUE "Y".

       01  WS-LOCATION-CONTROL.
            05  WS-LOCATION-COUNT       PIC 9(04) VALUE ZERO.
            05  WS-LOCATION-MAX         PIC 9(04) VALUE 200.
            05  WS-LOCATION-POS         PIC 9(04) VALUE ZERO.
            05  WS-LOOKUP-CODE          PIC X(06) VALUE SPACES.

       01  WS-LOCATION-TABLE.
            05  LT-ENTRY OCCURS 200 TIMES INDEXED BY LT-IDX.
                10  LT-CODE             PIC X(06).
                10  LT-DESC             PIC X(20).
                10  LT-CAPACITY         PIC 9(04).
                10  LT-CLIMATE          PIC X(01).
                    88  LT-CLIMATE-CONTROLLED VALUE "Y".
                10  LT-TAPE-NUM         PIC 9(05).
                10  LT-VALUE            PIC 9(08)V99.

       01  WS-COUNTERS.
            05  WS-TAPE-NUM             PIC 9(06) VALUE ZERO.
            05  WS-OVER-NUM             PIC 9(04) VALUE ZERO.
            05  WS-CLIMATE-NUM          PIC 9(05) VALUE ZERO.
            05  WS-PCT-FULL             PIC 9(04) VALUE ZERO.

       01  WS-TOTALS.
            05  WS-TOTAL-CAPACITY       PIC 9(06) VALUE ZERO.
            05  WS-TOTAL-VALUE          PIC 9(08)V99 VALUE ZERO.

       01  TITLE-OCCUPANCY.
            05                          PIC X(20) VALUE ALL SPACES.
            05                          PIC X(24) VALUE
                    "SHELF OCCUPANCY REPORT".

       01  HEADER-OCCUPANCY.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "LOC".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "DESCRIPTION".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(07) VALUE "CLIMATE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE "SLOTS".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE "TAPES".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE "%FULL".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(13) VALUE "VALUE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(13) VALUE "FLAG".

       01  HEADER-OCCUPANCY-DASHES.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(07) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(13) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(13) VALUE ALL "-".

       01  OCCUPANCY-DETAIL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-CODE                 PIC X(06) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-DESC                 PIC X(20) VALUE ALL SPACES.
            05                          PIC X(05) VALUE ALL SPACES.
            05  DT-CLIMATE              PIC X(03) VALUE ALL SPACES.
            05                          PIC X(03) VALUE ALL SPACES.
            05  DT-CAPACITY             PIC ZZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-TAPES                PIC ZZZZ9 VALUE ZERO.
            05                          PIC X(03) VALUE ALL SPACES.
            05  DT-PCT-FULL             PIC ZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-VALUE                PIC $$,$$$,$$9.99 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-FLAG                 PIC X(13) VALUE ALL SPACES.

       01  OCCUPANCY-TOTAL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(35) VALUE
                    "ALL LOCATIONS".
            05  OT-CAPACITY             PIC ZZZZZ9 VALUE ZERO.
            05                          PIC X(01) VALUE ALL SPACES.
            05  OT-TAPES                PIC ZZZZZ9 VALUE ZERO.
            05                          PIC X(09) VALUE ALL SPACES.
            05  OT-VALUE                PIC $$,$$$,$$9.99 VALUE ZERO.

       01  OVER-TOTAL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(26) VALUE
                    "LOCATIONS OVER CAPACITY:".
            05  OV-COUNT                PIC ZZZ9 VALUE ZERO.

       01  CLIMATE-SECTION-TITLE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(45) VALUE
                    "REEL AND 8-TRACK TAPES NOT CLIMATE CONTROLLED".

       01  HEADER-CLIMATE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "ID".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "ARTIST".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "TITLE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "FORMAT".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "LOC".

       01  HEADER-CLIMATE-DASHES.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".

       01  CLIMATE-DETAIL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DC-ID                   PIC X(06) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DC-ARTIST               PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DC-TITLE                PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DC-FORMAT               PIC X(10) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DC-LOCATION             PIC X(06) VALUE ALL SPACES.

       01  CLIMATE-TOTAL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(26) VALUE
                    "TAPES AT RISK:".
            05  CT-COUNT                PIC ZZZZ9 VALUE ZERO.

       PROCEDURE DIVISION.

       00000-MAIN.
            PERFORM OA1000-LOAD-LOCATIONS.

            OPEN INPUT IP-TAPES.
            PERFORM OB1000-TALLY-ONE-TAPE
                UNTIL EOF-IP-TAPES.
            CLOSE IP-TAPES.

            OPEN OUTPUT OP-OCCUPANCY.

            MOVE SPACES                 TO OP-OCCUPANCY-REC.
            WRITE OP-OCCUPANCY-REC FROM TITLE-OCCUPANCY.

            PERFORM OC1000-PRINT-OCCUPANCY.

            MOVE "N"                    TO EOF-IP-TAPES-SW.
            OPEN INPUT IP-TAPES.
            PERFORM OD1000-PRINT-CLIMATE-SECTION.
            CLOSE IP-TAPES.

            CLOSE OP-OCCUPANCY.

            STOP RUN.

       OA1000-LOAD-LOCATIONS.
            OPEN INPUT IP-LOCATIONS.

            PERFORM OA1100-LOAD-ONE-LOCATION
                UNTIL EOF-LOCATIONS.

            CLOSE IP-LOCATIONS.

            IF WS-LOCATION-COUNT = ZERO
                DISPLAY "TAPE-OCCUPANCY: NO LOCATION MASTER - "
                    "ALL LOCATIONS SHOWN AS UNKNOWN"
            END-IF.

       OA1100-LOAD-ONE-LOCATION.
            READ IP-LOCATIONS
                AT END MOVE "Y" TO EOF-LOCATIONS-SW
            END-READ.

            IF NOT EOF-LOCATIONS
                IF WS-LOCATION-COUNT < WS-LOCATION-MAX
                    ADD  1              TO WS-LOCATION-COUNT
                    SET LT-IDX          TO WS-LOCATION-COUNT
                    MOVE LC-CODE        TO LT-CODE(LT-IDX)
                    MOVE LC-DESC        TO LT-DESC(LT-IDX)
                    IF LC-CAPACITY IS NUMERIC
                        MOVE LC-CAPACITY-N
                                        TO LT-CAPACITY(LT-IDX)
                    ELSE
                        MOVE ZERO       TO LT-CAPACITY(LT-IDX)
                    END-IF
                    MOVE LC-CLIMATE     TO LT-CLIMATE(LT-IDX)
                    MOVE ZERO           TO LT-TAPE-NUM(LT-IDX)
                                           LT-VALUE(LT-IDX)
                ELSE
                    DISPLAY "TAPE-OCCUPANCY: LOCATION TABLE FULL - "
                        LC-CODE " IGNORED"
                END-IF
            END-IF.

       OB1000-TALLY-ONE-TAPE.
            READ IP-TAPES
                AT END MOVE "Y" TO EOF-IP-TAPES-SW
            END-READ.

            IF NOT EOF-IP-TAPES
                ADD  1                  TO WS-TAPE-NUM

                PERFORM OB2000-FIND-LOCATION

                IF WS-LOCATION-POS = ZERO
                    AND WS-LOCATION-COUNT < WS-LOCATION-MAX
                    PERFORM OB3000-ADD-UNKNOWN-LOCATION
                END-IF

                IF WS-LOCATION-POS > ZERO
                    ADD  1              TO LT-TAPE-NUM(WS-LOCATION-POS)
                    IF IP-TAPES-VALUE IS NUMERIC
                        ADD  IP-TAPES-VALUE-N
                                        TO LT-VALUE(WS-LOCATION-POS)
                    END-IF
                END-IF
            END-IF.

       OB2000-FIND-LOCATION.
            MOVE IP-TAPES-LOCATION      TO WS-LOOKUP-CODE.

            IF WS-LOOKUP-CODE = SPACES
                MOVE "UNASGN"           TO WS-LOOKUP-CODE
            END-IF.

            MOVE ZERO                   TO WS-LOCATION-POS.

            PERFORM OB2100-CHECK-ONE-LOCATION
                VARYING LT-IDX FROM 1 BY 1
                UNTIL LT-IDX > WS-LOCATION-COUNT
                    OR WS-LOCATION-POS > ZERO.

       OB2100-CHECK-ONE-LOCATION.
            IF LT-CODE(LT-IDX) = WS-LOOKUP-CODE
                SET WS-LOCATION-POS     TO LT-IDX
            END-IF.

       OB3000-ADD-UNKNOWN-LOCATION.
            ADD  1                      TO WS-LOCATION-COUNT.
            SET LT-IDX                  TO WS-LOCATION-COUNT.
            SET WS-LOCATION-POS         TO LT-IDX.

            MOVE WS-LOOKUP-CODE         TO LT-CODE(LT-IDX).

            IF WS-LOOKUP-CODE = "UNASGN"
                MOVE "NO LOCATION ASSIGNED"
                                        TO LT-DESC(LT-IDX)
            ELSE
                MOVE "NOT ON LOCATION FILE"
                                        TO LT-DESC(LT-IDX)
            END-IF.

            MOVE ZERO                   TO LT-CAPACITY(LT-IDX)
                                           LT-TAPE-NUM(LT-IDX)
                                           LT-VALUE(LT-IDX).
            MOVE "N"                    TO LT-CLIMATE(LT-IDX).

       OC1000-PRINT-OCCUPANCY.
            WRITE OP-OCCUPANCY-REC FROM HEADER-OCCUPANCY
                AFTER ADVANCING 2 LINES.
            WRITE OP-OCCUPANCY-REC FROM HEADER-OCCUPANCY-DASHES
                AFTER ADVANCING 1 LINE.

            PERFORM OC2000-PRINT-ONE-LOCATION
                VARYING LT-IDX FROM 1 BY 1
                UNTIL LT-IDX > WS-LOCATION-COUNT.

            MOVE WS-TOTAL-CAPACITY      TO OT-CAPACITY.
            MOVE WS-TAPE-NUM            TO OT-TAPES.
            MOVE WS-TOTAL-VALUE         TO OT-VALUE.
            WRITE OP-OCCUPANCY-REC FROM OCCUPANCY-TOTAL-REC
                AFTER ADVANCING 2 LINES.

            MOVE WS-OVER-NUM            TO OV-COUNT.
            WRITE OP-OCCUPANCY-REC FROM OVER-TOTAL-REC
                AFTER ADVANCING 1 LINE.

       OC2000-PRINT-ONE-LOCATION.
            MOVE LT-CODE(LT-IDX)        TO DT-CODE.
            MOVE LT-DESC(LT-IDX)        TO DT-DESC.
            MOVE LT-CAPACITY(LT-IDX)    TO DT-CAPACITY.
            MOVE LT-TAPE-NUM(LT-IDX)    TO DT-TAPES.
            MOVE LT-VALUE(LT-IDX)       TO DT-VALUE.

            IF LT-CLIMATE-CONTROLLED(LT-IDX)
                MOVE "YES"              TO DT-CLIMATE
            ELSE
                MOVE "NO"               TO DT-CLIMATE
            END-IF.

            MOVE SPACES                 TO DT-FLAG.

            IF LT-CAPACITY(LT-IDX) > ZERO
                COMPUTE WS-PCT-FULL ROUNDED =
                    LT-TAPE-NUM(LT-IDX) * 100 / LT-CAPACITY(LT-IDX)
                    ON SIZE ERROR
                        MOVE 9999       TO WS-PCT-FULL
                END-COMPUTE
                MOVE WS-PCT-FULL        TO DT-PCT-FULL
                IF LT-TAPE-NUM(LT-IDX) > LT-CAPACITY(LT-IDX)
                    MOVE "OVER CAPACITY" TO DT-FLAG
                    ADD  1              TO WS-OVER-NUM
                END-IF
            ELSE
                MOVE ZERO               TO DT-PCT-FULL
                IF LT-DESC(LT-IDX) = "NOT ON LOCATION FILE"
                    MOVE "UNKNOWN LOC"  TO DT-FLAG
                END-IF
            END-IF.

            ADD  LT-CAPACITY(LT-IDX)    TO WS-TOTAL-CAPACITY.
            ADD  LT-VALUE(LT-IDX)       TO WS-TOTAL-VALUE.

            WRITE OP-OCCUPANCY-REC FROM OCCUPANCY-DETAIL-REC
                AFTER ADVANCING 1 LINE.

       OD1000-PRINT-CLIMATE-SECTION.
            WRITE OP-OCCUPANCY-REC FROM CLIMATE-SECTION-TITLE
                AFTER ADVANCING 3 LINES.
            WRITE OP-OCCUPANCY-REC FROM HEADER-CLIMATE
                AFTER ADVANCING 1 LINE.
            WRITE OP-OCCUPANCY-REC FROM HEADER-CLIMATE-DASHES
                AFTER ADVANCING 1 LINE.

            PERFORM OD2000-CHECK-ONE-TAPE
                UNTIL EOF-IP-TAPES.

            MOVE WS-CLIMATE-NUM         TO CT-COUNT.
            WRITE OP-OCCUPANCY-REC FROM CLIMATE-TOTAL-REC
                AFTER ADVANCING 2 LINES.

       OD2000-CHECK-ONE-TAPE.
            READ IP-TAPES
                AT END MOVE "Y" TO EOF-IP-TAPES-SW
            END-READ.

            IF NOT EOF-IP-TAPES
                IF IP-TAPES-MEDIA-FORMAT = "REEL-REEL"
                    OR IP-TAPES-MEDIA-FORMAT = "8-TRACK"
                    PERFORM OB2000-FIND-LOCATION
                    IF WS-LOCATION-POS = ZERO
                        PERFORM OD3000-PRINT-CLIMATE-LINE
                    ELSE
                        IF NOT LT-CLIMATE-CONTROLLED(WS-LOCATION-POS)
                            PERFORM OD3000-PRINT-CLIMATE-LINE
                        END-IF
                    END-IF
                END-IF
            END-IF.

       OD3000-PRINT-CLIMATE-LINE.
            MOVE IP-TAPES-ID            TO DC-ID.
            MOVE IP-TAPES-ARTIST        TO DC-ARTIST.
            MOVE IP-TAPES-TITLE         TO DC-TITLE.
            MOVE IP-TAPES-MEDIA-FORMAT  TO DC-FORMAT.
            MOVE WS-LOOKUP-CODE         TO DC-LOCATION.

            WRITE OP-OCCUPANCY-REC FROM CLIMATE-DETAIL-REC
                AFTER ADVANCING 1 LINE.

            ADD  1                      TO WS-CLIMATE-NUM.
