                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SK-IMAGE.
            SELECT OPTIONAL IP-LOCATIONS
                ASSIGN TO "/tmp/TAPE-LOCATIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT IX-LOCATIONS
                ASSIGN TO "/tmp/tape-location-index"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS IXL-CODE.
            SELECT OPTIONAL IP-WANTS
                ASSIGN TO "/tmp/TAPE-WANTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-WANTS
                ASSIGN TO "/tmp/TAPE-WANTS.DAT.NEW"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

            05  SK-CYCLES               PIC 9(03).
            05  SK-REASON               PIC X(20).

       FD  IP-LOCATIONS.
       01  IP-LOCATIONS-REC.
            05  LC-CODE                 PIC X(06).
            05  LC-DESC                 PIC X(20).
            05  LC-CAPACITY             PIC X(04).
            05  LC-CLIMATE              PIC X(01).

       FD  IX-LOCATIONS.
       01  IX-LOCATIONS-REC.
            05  IXL-CODE                PIC X(06).
            05  IXL-CLIMATE             PIC X(01).

       FD  IP-WANTS.
       01  IP-WANTS-REC.
            05  WI-ARTIST               PIC X(20).
            05  WI-TITLE                PIC X(20).
            05  WI-FORMAT-1             PIC X(10).
            05  WI-FORMAT-2             PIC X(10).
            05  WI-FORMAT-3             PIC X(10).
            05  WI-MIN-CONDITION        PIC X(02).
            05  WI-MAX-PRICE            PIC X(07).
            05  WI-DATE-ADDED           PIC X(08).
            05  WI-STATUS               PIC X(01).
            05  WI-DATE-FULFILLED       PIC X(08).
            05  WI-TAPE-ID              PIC X(06).

       FD  OP-WANTS.
       01  OP-WANTS-REC.
            05  WO-ARTIST               PIC X(20).
            05  WO-TITLE                PIC X(20).
            05  WO-FORMAT-1             PIC X(10).
            05  WO-FORMAT-2             PIC X(10).
            05  WO-FORMAT-3             PIC X(10).
            05  WO-MIN-CONDITION        PIC X(02).
            05  WO-MAX-PRICE            PIC X(07).
            05  WO-DATE-ADDED           PIC X(08).
            05  WO-STATUS               PIC X(01).
            05  WO-DATE-FULFILLED       PIC X(08).
            05  WO-TAPE-ID              PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
            05  EOF-MASTER-SW           PIC X VALUE "N".
                88  EOF-JRNL-NEW              VALUE "Y".
            05  EOF-DISP-NEW-SW         PIC X VALUE "N".
                88  EOF-DISP-NEW              VALUE "Y".
            05  EOF-LOCATIONS-SW        PIC X VALUE "N".
                88  EOF-LOCATIONS             VALUE "Y".
            05  WS-LOCATION-FOUND-SW    PIC X VALUE "N".
                88  WS-LOCATION-FOUND         VALUE "Y".
            05  EOF-WANTS-SW            PIC X VALUE "N".
                88  EOF-WANTS                 VALUE "Y".
            05  WS-WANT-FILLED-SW       PIC X VALUE "N".
                88  WS-WANT-FILLED            VALUE "Y".
            05  WS-WANT-OVERFLOW-SW     PIC X VALUE "N".
                88  WS-WANT-OVERFLOW          VALUE "Y".

       01  WS-LOCATION-COUNT            PIC 9(05) VALUE ZERO.

       01  WS-WANT-CONTROL.
            05  WS-WANT-COUNT           PIC 9(04) VALUE ZERO.
            05  WS-WANT-MAX             PIC 9(04) VALUE 500.

       01  WS-WANT-TABLE.
            05  WQ-ENTRY OCCURS 500 TIMES
                    INDEXED BY WQ-IDX.
                10  WQ-ARTIST           PIC X(20).
                10  WQ-TITLE            PIC X(20).
                10  WQ-FORMAT-1         PIC X(10).
                10  WQ-FORMAT-2         PIC X(10).
                10  WQ-FORMAT-3         PIC X(10).
                10  WQ-MIN-CONDITION    PIC X(02).
                10  WQ-MAX-PRICE        PIC X(07).
                10  WQ-DATE-ADDED       PIC X(08).
                10  WQ-STATUS           PIC X(01).
                    88  WQ-FULFILLED          VALUE "F".
                10  WQ-DATE-FULFILLED   PIC X(08).
                10  WQ-TAPE-ID          PIC X(06).

       01  WS-WANT-MATCH.
            05  WS-WM-TAPE.
                10  WS-WM-ARTIST        PIC X(20).
                10  WS-WM-TITLE         PIC X(20).
                10  WS-WM-FORMAT        PIC X(10).
            05  WS-WM-WANT.
                10  WS-WM-WANT-ARTIST   PIC X(20).
                10  WS-WM-WANT-TITLE    PIC X(20).
                10  WS-WM-WANT-FORMAT-1 PIC X(10).
                10  WS-WM-WANT-FORMAT-2 PIC X(10).
                10  WS-WM-WANT-FORMAT-3 PIC X(10).

       01  WS-MERGE-KEYS.
            05  WS-MASTER-KEY           PIC X(06) VALUE ALL SPACES.
            05  CT-SKIP-BADCOND         PIC 9(06) VALUE ZERO.
            05  CT-SKIP-BADDATE         PIC 9(06) VALUE ZERO.
            05  CT-SKIP-BADPRICE        PIC 9(06) VALUE ZERO.
            05  CT-SKIP-BADLOC          PIC 9(06) VALUE ZERO.
            05  CT-VALUE-ADDED          PIC 9(08)V99 VALUE ZERO.
            05  CT-VALUE-DELETED        PIC 9(08)V99 VALUE ZERO.
            05  CT-VALUE-CHG-OLD        PIC 9(08)V99 VALUE ZERO.
            05  CT-EXPECT-COUNT         PIC 9(06) VALUE ZERO.
            05  CT-EXPECT-VALUE         PIC 9(08)V99 VALUE ZERO.
            05  CT-TRANS-FOOT           PIC 9(06) VALUE ZERO.
            05  CT-WANTS-FILLED         PIC 9(06) VALUE ZERO.

       01  WS-BALANCE-SW                PIC X VALUE "Y".
            88  WS-IN-BALANCE                 VALUE "Y".

            PERFORM OA0500-SCAN-HIGH-ID.
            PERFORM OA0700-LOAD-SUSPENSE.
            PERFORM OA0750-LOAD-LOCATIONS.
            PERFORM OA0770-LOAD-WANTS.

            OPEN OUTPUT OP-TRANLOG.
            OPEN OUTPUT OP-JOURNAL.
                END-WRITE
            END-IF.

       OA0750-LOAD-LOCATIONS.
            OPEN INPUT IP-LOCATIONS.
            OPEN OUTPUT IX-LOCATIONS.

            PERFORM OA0760-LOAD-ONE-LOCATION
                UNTIL EOF-LOCATIONS.

            CLOSE IP-LOCATIONS.
            CLOSE IX-LOCATIONS.

            IF WS-LOCATION-COUNT = ZERO
                DISPLAY "TAPE-MAINTENANCE: NO LOCATION MASTER - "
                    "LOCATIONS WILL NOT BE CHECKED"
            END-IF.

            OPEN INPUT IX-LOCATIONS.

       OA0760-LOAD-ONE-LOCATION.
            READ IP-LOCATIONS
                AT END MOVE "Y" TO EOF-LOCATIONS-SW
            END-READ.

            IF NOT EOF-LOCATIONS
                MOVE LC-CODE            TO IXL-CODE
                MOVE LC-CLIMATE         TO IXL-CLIMATE

                WRITE IX-LOCATIONS-REC
                    INVALID KEY
                        DISPLAY "TAPE-MAINTENANCE: DUPLICATE "
                            "LOCATION - " LC-CODE " IGNORED"
                    NOT INVALID KEY
                        ADD  1          TO WS-LOCATION-COUNT
                END-WRITE
            END-IF.

       OA0770-LOAD-WANTS.
            OPEN INPUT IP-WANTS.

            PERFORM OA0780-LOAD-ONE-WANT
                UNTIL EOF-WANTS.

            CLOSE IP-WANTS.

            IF WS-WANT-OVERFLOW
                DISPLAY "TAPE-MAINTENANCE: WANT TABLE FULL - "
                    "WANTS WILL NOT BE MARKED FULFILLED"
            END-IF.

       OA0780-LOAD-ONE-WANT.
            READ IP-WANTS
                AT END MOVE "Y" TO EOF-WANTS-SW
            END-READ.

            IF NOT EOF-WANTS
                IF WS-WANT-COUNT < WS-WANT-MAX
                    ADD  1              TO WS-WANT-COUNT
                    SET WQ-IDX          TO WS-WANT-COUNT
                    MOVE IP-WANTS-REC   TO WQ-ENTRY(WQ-IDX)
                ELSE
                    MOVE "Y"            TO WS-WANT-OVERFLOW-SW
                END-IF
            END-IF.

       OA0800-RELEASE-TRANS.
            OPEN INPUT IP-TRANS.

            CLOSE OP-TRANLOG.
            CLOSE OP-JOURNAL.
            CLOSE OP-DISPOSED.
            CLOSE IX-LOCATIONS.

            PERFORM OF1000-CARRY-SUSPENSE.

            IF WS-IN-BALANCE
                PERFORM OG1000-APPLY-JOURNAL
                PERFORM OG2000-APPLY-DISPOSED
                PERFORM OG3000-APPLY-WANTS
            ELSE
                MOVE 8                  TO RETURN-CODE
            END-IF.
                    PERFORM OD3000-WRITE-JOURNAL

                    MOVE "ADDED"            TO WS-TRAN-STATUS
                    PERFORM OC7000-FULFILL-WANT
                ELSE
                    MOVE WS-REJECT-REASON   TO WS-TRAN-STATUS
                END-IF
                MOVE "INVALID PRICE"     TO WS-REJECT-REASON
            END-IF.

            IF TS-LOCATION NOT = SPACES
                AND WS-LOCATION-COUNT > ZERO
                PERFORM OC6100-READ-LOCATION
                IF NOT WS-LOCATION-FOUND
                    MOVE "N"             TO WS-VALID-SW
                    MOVE "UNKNOWN LOCATION"
                                         TO WS-REJECT-REASON
                END-IF
            END-IF.

       OC6100-READ-LOCATION.
            MOVE "N"                     TO WS-LOCATION-FOUND-SW.
            MOVE TS-LOCATION             TO IXL-CODE.

            READ IX-LOCATIONS
                INVALID KEY
                    MOVE "N"             TO WS-LOCATION-FOUND-SW
                NOT INVALID KEY
                    MOVE "Y"             TO WS-LOCATION-FOUND-SW
            END-READ.

       OC7000-FULFILL-WANT.
            MOVE "N"                    TO WS-WANT-FILLED-SW.

            IF NOT WS-WANT-OVERFLOW
                MOVE OM-ARTIST          TO WS-WM-ARTIST
                MOVE OM-TITLE           TO WS-WM-TITLE
                MOVE OM-FORMAT          TO WS-WM-FORMAT
                INSPECT WS-WM-TAPE CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                PERFORM OC7100-CHECK-ONE-WANT
                    VARYING WQ-IDX FROM 1 BY 1
                    UNTIL WQ-IDX > WS-WANT-COUNT
                    OR WS-WANT-FILLED
            END-IF.

       OC7100-CHECK-ONE-WANT.
            IF NOT WQ-FULFILLED(WQ-IDX)
                MOVE WQ-ARTIST(WQ-IDX)  TO WS-WM-WANT-ARTIST
                MOVE WQ-TITLE(WQ-IDX)   TO WS-WM-WANT-TITLE
                MOVE WQ-FORMAT-1(WQ-IDX) TO WS-WM-WANT-FORMAT-1
                MOVE WQ-FORMAT-2(WQ-IDX) TO WS-WM-WANT-FORMAT-2
                MOVE WQ-FORMAT-3(WQ-IDX) TO WS-WM-WANT-FORMAT-3
                INSPECT WS-WM-WANT CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

                IF WS-WM-WANT-ARTIST = WS-WM-ARTIST
                    AND WS-WM-WANT-TITLE = WS-WM-TITLE
                    AND ((WS-WM-WANT-FORMAT-1 = SPACES
                          AND WS-WM-WANT-FORMAT-2 = SPACES
                          AND WS-WM-WANT-FORMAT-3 = SPACES)
                      OR WS-WM-WANT-FORMAT-1 = WS-WM-FORMAT
                      OR WS-WM-WANT-FORMAT-2 = WS-WM-FORMAT
                      OR WS-WM-WANT-FORMAT-3 = WS-WM-FORMAT)
                    MOVE "F"            TO WQ-STATUS(WQ-IDX)
                    MOVE WS-RUN-DATE    TO WQ-DATE-FULFILLED(WQ-IDX)
                    MOVE OM-ID          TO WQ-TAPE-ID(WQ-IDX)
                    MOVE "Y"            TO WS-WANT-FILLED-SW
                    ADD  1              TO CT-WANTS-FILLED
                END-IF
            END-IF.

       OC4000-INIT-CURRENT-MASTER.
            MOVE IM-ID                   TO WS-CM-ID.
            MOVE IM-ARTIST               TO WS-CM-ARTIST.
                WHEN "INVALID PRICE"
                    ADD  1              TO CT-SKIP-BADPRICE
                    PERFORM OD2000-WRITE-SUSPENSE
                WHEN "UNKNOWN LOCATION"
                    ADD  1              TO CT-SKIP-BADLOC
                    PERFORM OD2000-WRITE-SUSPENSE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
                AFTER ADVANCING 1 LINE.
            PERFORM OE1100-CLEAR-COUNT-LINE.

            MOVE "SKIPPED - UNKNOWN LOC:" TO CR-LABEL.
            MOVE CT-SKIP-BADLOC          TO CR-COUNT.
            WRITE OP-CONTROL-REC FROM CR-COUNT-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM OE1100-CLEAR-COUNT-LINE.

            MOVE "WANTS FULFILLED:"      TO CR-LABEL.
            MOVE CT-WANTS-FILLED         TO CR-COUNT.
            WRITE OP-CONTROL-REC FROM CR-COUNT-LINE
                AFTER ADVANCING 2 LINES.
            PERFORM OE1100-CLEAR-COUNT-LINE.

            PERFORM OE2000-CHECK-BALANCE.

            MOVE "NEW MASTER RECORDS:"   TO CR-LABEL.
                + CT-SKIP-BADYEAR + CT-SKIP-RNGYEAR
                + CT-SKIP-BADVAL + CT-SKIP-BADRATE
                + CT-SKIP-BADCOND + CT-SKIP-BADDATE
                + CT-SKIP-BADPRICE + CT-SKIP-BADLOC.

            IF CT-EXPECT-COUNT NOT = CT-OM-COUNT
                OR CT-EXPECT-VALUE NOT = CT-OM-VALUE
                WRITE PD-DISPOSED-REC FROM OP-DISPOSED-REC
            END-IF.

       OG3000-APPLY-WANTS.
            IF CT-WANTS-FILLED > 0
                OPEN OUTPUT OP-WANTS

                PERFORM OG3100-APPLY-ONE-WANT
                    VARYING WQ-IDX FROM 1 BY 1
                    UNTIL WQ-IDX > WS-WANT-COUNT

                CLOSE OP-WANTS

                CALL "CBL_DELETE_FILE" USING "/tmp/TAPE-WANTS.DAT"
                CALL "CBL_RENAME_FILE" USING
                    "/tmp/TAPE-WANTS.DAT.NEW"
                    "/tmp/TAPE-WANTS.DAT"
            END-IF.

       OG3100-APPLY-ONE-WANT.
            MOVE WQ-ENTRY(WQ-IDX)       TO OP-WANTS-REC.
            WRITE OP-WANTS-REC.

       OZ1000-CHECK-RUN-STEP.
            MOVE "CHECK"                TO WS-RC-FUNCTION.
            MOVE "MAINT"                TO WS-RC-STEP.
