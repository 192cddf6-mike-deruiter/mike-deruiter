            SELECT OPTIONAL OP-LOANHIST
                ASSIGN TO "/tmp/TAPE-LOAN-HIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL IP-HOLDS
                ASSIGN TO "/tmp/TAPE-HOLDS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-HOLDS
                ASSIGN TO "/tmp/TAPE-HOLDS.DAT.NEW"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-PICKUP
                ASSIGN TO "/tmp/tape-pickup-notices"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL IP-RATES
                ASSIGN TO "/tmp/TAPE-RATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL IP-CLAIMS
                ASSIGN TO "/tmp/TAPE-CLAIMS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-CLAIMS
                ASSIGN TO "/tmp/TAPE-CLAIMS.DAT.NEW"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OP-TRANS
                ASSIGN TO "/tmp/TAPE-TRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

            05  IM-TITLE                PIC X(20).
            05  IM-YEAR                 PIC X(04).
            05  IM-VALUE                PIC X(07).
            05  IM-VALUE-N REDEFINES
                IM-VALUE                PIC 9(05)V99.
            05  IM-RATING               PIC X(03).
            05  IM-FORMAT               PIC X(10).
            05  IM-CONDITION            PIC X(02).
            05  LH-DATE-DUE             PIC X(08).
            05  LH-DATE-IN              PIC 9(08).
            05  LH-DAYS-LATE            PIC 9(05).
            05  LH-LOSS-STATUS          PIC X(01).

       FD  IP-HOLDS.
       01  IP-HOLDS-REC.
            05  HI-ID                   PIC X(06).
            05  HI-BORROWER             PIC X(20).
            05  HI-DATE-REQ             PIC X(08).
            05  HI-STATUS               PIC X(01).
            05  HI-DATE-READY           PIC X(08).

       FD  OP-HOLDS.
       01  OP-HOLDS-REC.
            05  HO-ID                   PIC X(06).
            05  HO-BORROWER             PIC X(20).
            05  HO-DATE-REQ             PIC X(08).
            05  HO-STATUS               PIC X(01).
            05  HO-DATE-READY           PIC X(08).

       FD  OP-PICKUP.
       01  OP-PICKUP-REC               PIC X(100).

       FD  IP-RATES.
       01  IP-RATES-REC.
            05  RT-FORMAT               PIC X(10).
            05  RT-EFF-DATE             PIC X(08).
            05  RT-EFF-DATE-N REDEFINES
                RT-EFF-DATE             PIC 9(08).
            05  RT-RATE                 PIC X(03).
            05  RT-RATE-N REDEFINES
                RT-RATE                 PIC 9V99.

       FD  IP-CLAIMS.
       01  IP-CLAIMS-REC.
            05  CI-ID                   PIC X(06).
            05  CI-ARTIST               PIC X(20).
            05  CI-TITLE                PIC X(20).
            05  CI-FORMAT               PIC X(10).
            05  CI-BORROWER             PIC X(20).
            05  CI-TYPE                 PIC X(01).
            05  CI-DATE                 PIC X(08).
            05  CI-AMOUNT               PIC 9(07)V99.
            05  CI-STATUS               PIC X(01).
            05  CI-DATE-SETTLED         PIC X(08).

       FD  OP-CLAIMS.
       01  OP-CLAIMS-REC.
            05  CO-ID                   PIC X(06).
            05  CO-ARTIST               PIC X(20).
            05  CO-TITLE                PIC X(20).
            05  CO-FORMAT               PIC X(10).
            05  CO-BORROWER             PIC X(20).
            05  CO-TYPE                 PIC X(01).
            05  CO-DATE                 PIC X(08).
            05  CO-AMOUNT               PIC 9(07)V99.
            05  CO-STATUS               PIC X(01).
            05  CO-DATE-SETTLED         PIC X(08).

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

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
                88  EOF-PRECOUNT              VALUE "Y".
            05  WS-BORROWER-OK-SW       PIC X VALUE "N".
                88  WS-BORROWER-OK            VALUE "Y".
            05  EOF-HOLDS-SW            PIC X VALUE "N".
                88  EOF-HOLDS                 VALUE "Y".
            05  WS-HOLD-OK-SW           PIC X VALUE "Y".
                88  WS-HOLD-OK                VALUE "Y".
            05  EOF-RATES-SW            PIC X VALUE "N".
                88  EOF-RATES                 VALUE "Y".
            05  EOF-CLAIMS-SW           PIC X VALUE "N".
                88  EOF-CLAIMS                VALUE "Y".

       01  WS-MERGE-KEYS.
            05  WS-LOAN-KEY             PIC X(06) VALUE ALL SPACES.

       01  WS-LAST-OUT-ID               PIC X(06) VALUE ALL SPACES.

       01  WS-PARM                      PIC X(10) VALUE SPACES.

       01  WS-RC-PARMS.
            05  WS-RC-FUNCTION          PIC X(05) VALUE SPACES.
            05  WS-RC-STEP              PIC X(08) VALUE SPACES.
            05  WS-OUT-INT              PIC 9(08) VALUE ZERO.
            05  WS-DUE-INT              PIC 9(08) VALUE ZERO.
            05  WS-DAYS-OUT             PIC S9(05) VALUE ZERO.
            05  WS-READY-INT            PIC 9(08) VALUE ZERO.
            05  WS-HOLD-UNTIL           PIC 9(08) VALUE ZERO.

       01  WS-HOLD-CONTROL.
            05  WS-HOLD-DAYS            PIC 9(03) VALUE 7.
            05  WS-HOLD-COUNT           PIC 9(04) VALUE ZERO.
            05  WS-HOLD-POS             PIC 9(04) VALUE ZERO.
            05  WS-HOLD-MAX             PIC 9(04) VALUE 500.

       01  WS-HOLD-TABLE.
            05  HQ-ENTRY OCCURS 500 TIMES
                    INDEXED BY HQ-IDX, HQ-SCAN-IDX.
                10  HQ-ID               PIC X(06).
                10  HQ-BORROWER         PIC X(20).
                10  HQ-DATE-REQ         PIC X(08).
                10  HQ-STATUS           PIC X(01).
                    88  HQ-WAITING            VALUE "W".
                    88  HQ-READY              VALUE "R".
                    88  HQ-CLOSED             VALUE "C", "E", "X".
                10  HQ-DATE-READY       PIC X(08).
                10  HQ-DATE-READY-N REDEFINES
                    HQ-DATE-READY       PIC 9(08).

       01  WS-RATE-CONTROL.
            05  WS-RATE-COUNT           PIC 9(03) VALUE ZERO.
            05  WS-RATE-MAX             PIC 9(03) VALUE 50.
            05  WS-RATE-IDX             PIC 9(03) VALUE ZERO.
            05  WS-SLOT-IDX             PIC 9(01) VALUE ZERO.
            05  WS-REPL-VALUE           PIC 9(07)V99 VALUE ZERO.

       01  WS-RATE-TABLE.
            05  WS-RT-ENTRY OCCURS 50 TIMES.
                10  WS-RT-FORMAT        PIC X(10).
                10  WS-RT-EFF-DATE      PIC 9(08).
                10  WS-RT-RATE          PIC 9V99.

       01  WS-APPLIED-RATES.
            05  WS-AR-ENTRY OCCURS 4 TIMES.
                10  WS-AR-FORMAT        PIC X(10).
                10  WS-AR-CUR-RATE      PIC 9V99.
                10  WS-AR-CUR-EFF       PIC 9(08).

       01  WS-CLAIM-CONTROL.
            05  WS-CLAIM-COUNT          PIC 9(04) VALUE ZERO.
            05  WS-CLAIM-POS            PIC 9(04) VALUE ZERO.
            05  WS-CLAIM-MAX            PIC 9(04) VALUE 1000.

       01  WS-CLAIM-TABLE.
            05  CQ-ENTRY OCCURS 1000 TIMES
                    INDEXED BY CQ-IDX, CQ-SCAN-IDX.
                10  CQ-ID               PIC X(06).
                10  CQ-ARTIST           PIC X(20).
                10  CQ-TITLE            PIC X(20).
                10  CQ-FORMAT           PIC X(10).
                10  CQ-BORROWER         PIC X(20).
                10  CQ-TYPE             PIC X(01).
                10  CQ-DATE             PIC X(08).
                10  CQ-AMOUNT           PIC 9(07)V99.
                10  CQ-STATUS           PIC X(01).
                    88  CQ-OPEN               VALUE "O".
                    88  CQ-SETTLED            VALUE "S".
                10  CQ-DATE-SETTLED     PIC X(08).

       01  WS-SUBSCRIPTS.
            05  WS-INS-POS              PIC 99 VALUE ZERO.

       01  WS-COUNTERS.
            05  WS-OVERDUE-NUM          PIC 9(04) VALUE ZERO.
            05  WS-NOTICE-NUM           PIC 9(04) VALUE ZERO.
            05  WS-CLAIM-NUM            PIC 9(04) VALUE ZERO.

       01  WS-RANK-TABLE-OVERDUE.
            05  OV-ENTRY OCCURS 50 TIMES INDEXED BY OV-IDX.
                    "OVERDUE LOANS:".
            05  OT-COUNT                PIC ZZZ9 VALUE ZERO.

       01  TITLE-PICKUP.
            05                          PIC X(20) VALUE ALL SPACES.
            05                          PIC X(24) VALUE
                                            "READY FOR PICKUP NOTICES".

       01  HEADER-PICKUP.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "ID".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "ARTIST".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "TITLE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "HELD FOR".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "HOLD UNTIL".

       01  HEADER-PICKUP-DASHES.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".

       01  PICKUP-DETAIL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DP-ID                   PIC X(06) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DP-ARTIST               PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DP-TITLE                PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DP-BORROWER             PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DP-HOLD-UNTIL           PIC X(08) VALUE ALL SPACES.

       01  PICKUP-TOTAL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(15) VALUE
                    "NOTICES:".
            05  PT-COUNT                PIC ZZZ9 VALUE ZERO.

       PROCEDURE DIVISION.

       00000-MAIN.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).

            ACCEPT WS-PARM FROM COMMAND-LINE.

            IF WS-PARM(1:3) IS NUMERIC
                MOVE WS-PARM(1:3)       TO WS-HOLD-DAYS
            END-IF.

            PERFORM OZ1000-CHECK-RUN-STEP.

            SORT SW-LTRANS
            CALL "CBL_RENAME_FILE" USING "/tmp/TAPE-LOANS.DAT.NEW"
                                          "/tmp/TAPE-LOANS.DAT".

            PERFORM OF1000-SAVE-HOLDS.

            PERFORM OF2000-SAVE-CLAIMS.

            PERFORM OE1000-PRINT-OVERDUE-REPORT.

            PERFORM OZ2000-POST-RUN-STEP.
       OB1000-SETUP.
            PERFORM OB0500-LOAD-BORROWERS.
            PERFORM OB0600-PRECOUNT-LOANS.
            PERFORM OB0700-LOAD-HOLDS.
            PERFORM OB0900-LOAD-RATES.
            PERFORM OB0950-LOAD-CLAIMS.

            OPEN INPUT IP-MASTER.
            OPEN INPUT IP-LOANS.
            OPEN OUTPUT OP-LOANS.
            OPEN OUTPUT OP-LOANLOG.
            OPEN EXTEND OP-LOANHIST.
            OPEN OUTPUT OP-PICKUP.
            OPEN EXTEND OP-TRANS.

            MOVE SPACES                 TO OP-PICKUP-REC.
            WRITE OP-PICKUP-REC FROM TITLE-PICKUP.
            WRITE OP-PICKUP-REC FROM HEADER-PICKUP
                AFTER ADVANCING 2 LINES.
            WRITE OP-PICKUP-REC FROM HEADER-PICKUP-DASHES
                AFTER ADVANCING 1 LINE.

            PERFORM OB0800-EXPIRE-ONE-HOLD
                VARYING HQ-IDX FROM 1 BY 1
                UNTIL HQ-IDX > WS-HOLD-COUNT.

            PERFORM OB1100-READ-LOAN.
            PERFORM OB1200-READ-LTRANS.
                END-IF
            END-IF.

       OB0700-LOAD-HOLDS.
            OPEN INPUT IP-HOLDS.

            PERFORM OB0710-LOAD-ONE-HOLD
                UNTIL EOF-HOLDS.

            CLOSE IP-HOLDS.

       OB0710-LOAD-ONE-HOLD.
            READ IP-HOLDS
                AT END MOVE "Y" TO EOF-HOLDS-SW
            END-READ.

            IF NOT EOF-HOLDS
                IF WS-HOLD-COUNT < WS-HOLD-MAX
                    ADD  1              TO WS-HOLD-COUNT
                    SET HQ-IDX          TO WS-HOLD-COUNT
                    MOVE HI-ID          TO HQ-ID(HQ-IDX)
                    MOVE HI-BORROWER    TO HQ-BORROWER(HQ-IDX)
                    MOVE HI-DATE-REQ    TO HQ-DATE-REQ(HQ-IDX)
                    MOVE HI-STATUS      TO HQ-STATUS(HQ-IDX)
                    MOVE HI-DATE-READY  TO HQ-DATE-READY(HQ-IDX)
                ELSE
                    DISPLAY "TAPE-LOANS: HOLD TABLE FULL - "
                        HI-ID " " HI-BORROWER " DROPPED"
                END-IF
            END-IF.

       OB0800-EXPIRE-ONE-HOLD.
            IF HQ-READY(HQ-IDX)
                AND HQ-DATE-READY(HQ-IDX) IS NUMERIC
                COMPUTE WS-READY-INT =
                    FUNCTION INTEGER-OF-DATE(HQ-DATE-READY-N(HQ-IDX))
                IF WS-READY-INT > 0
                    AND WS-TODAY-INT > WS-READY-INT + WS-HOLD-DAYS
                    MOVE "E"            TO HQ-STATUS(HQ-IDX)
                    SET WS-HOLD-POS     TO HQ-IDX
                    MOVE "HOLD EXPIRED"  TO WS-LOAN-STATUS
                    PERFORM OD1100-LOG-HOLD-EVENT
                    MOVE HQ-ID(HQ-IDX)  TO TS-ID
                    PERFORM OC8300-PASS-TO-NEXT-HOLD
                END-IF
            END-IF.

       OB0900-LOAD-RATES.
            OPEN INPUT IP-RATES.

            PERFORM OB0910-LOAD-ONE-RATE
                UNTIL EOF-RATES.

            CLOSE IP-RATES.

            MOVE "CASSETTE"             TO WS-AR-FORMAT(1).
            MOVE "8-TRACK"              TO WS-AR-FORMAT(2).
            MOVE "REEL-REEL"            TO WS-AR-FORMAT(3).
            MOVE "OTHER"                TO WS-AR-FORMAT(4).

            PERFORM OB0920-SELECT-ONE-FORMAT
                VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > 4.

       OB0910-LOAD-ONE-RATE.
            READ IP-RATES
                AT END MOVE "Y" TO EOF-RATES-SW
            END-READ.

            IF NOT EOF-RATES
                IF RT-EFF-DATE IS NUMERIC
                    AND RT-RATE IS NUMERIC
                    AND WS-RATE-COUNT < WS-RATE-MAX
                    ADD  1              TO WS-RATE-COUNT
                    MOVE RT-FORMAT      TO
                        WS-RT-FORMAT(WS-RATE-COUNT)
                    MOVE RT-EFF-DATE-N  TO
                        WS-RT-EFF-DATE(WS-RATE-COUNT)
                    MOVE RT-RATE-N      TO
                        WS-RT-RATE(WS-RATE-COUNT)
                ELSE
                    DISPLAY "TAPE-LOANS: BAD RATE ROW "
                        "SKIPPED: " IP-RATES-REC
                END-IF
            END-IF.

       OB0920-SELECT-ONE-FORMAT.
            MOVE ZERO                   TO WS-AR-CUR-RATE(WS-SLOT-IDX).
            MOVE ZERO                   TO WS-AR-CUR-EFF(WS-SLOT-IDX).

            PERFORM OB0930-SCAN-ONE-RATE
                VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-COUNT.

            IF WS-AR-CUR-RATE(WS-SLOT-IDX) = ZERO
                DISPLAY "TAPE-LOANS: NO EFFECTIVE RATE FOR "
                    WS-AR-FORMAT(WS-SLOT-IDX)
                    " - CLAIMS AT CARRIED VALUE"
                MOVE 1                  TO WS-AR-CUR-RATE(WS-SLOT-IDX)
            END-IF.

       OB0930-SCAN-ONE-RATE.
            IF WS-RT-FORMAT(WS-RATE-IDX) =
                WS-AR-FORMAT(WS-SLOT-IDX)
                AND WS-RT-EFF-DATE(WS-RATE-IDX) <= WS-CURRENT-DATE
                AND WS-RT-EFF-DATE(WS-RATE-IDX) >=
                    WS-AR-CUR-EFF(WS-SLOT-IDX)
                MOVE WS-RT-EFF-DATE(WS-RATE-IDX)
                                     TO WS-AR-CUR-EFF(WS-SLOT-IDX)
                MOVE WS-RT-RATE(WS-RATE-IDX)
                                     TO WS-AR-CUR-RATE(WS-SLOT-IDX)
            END-IF.

       OB0950-LOAD-CLAIMS.
            OPEN INPUT IP-CLAIMS.

            PERFORM OB0960-LOAD-ONE-CLAIM
                UNTIL EOF-CLAIMS.

            CLOSE IP-CLAIMS.

       OB0960-LOAD-ONE-CLAIM.
            READ IP-CLAIMS
                AT END MOVE "Y" TO EOF-CLAIMS-SW
            END-READ.

            IF NOT EOF-CLAIMS
                IF WS-CLAIM-COUNT < WS-CLAIM-MAX
                    ADD  1              TO WS-CLAIM-COUNT
                    SET CQ-IDX          TO WS-CLAIM-COUNT
                    MOVE CI-ID          TO CQ-ID(CQ-IDX)
                    MOVE CI-ARTIST      TO CQ-ARTIST(CQ-IDX)
                    MOVE CI-TITLE       TO CQ-TITLE(CQ-IDX)
                    MOVE CI-FORMAT      TO CQ-FORMAT(CQ-IDX)
                    MOVE CI-BORROWER    TO CQ-BORROWER(CQ-IDX)
                    MOVE CI-TYPE        TO CQ-TYPE(CQ-IDX)
                    MOVE CI-DATE        TO CQ-DATE(CQ-IDX)
                    MOVE CI-AMOUNT      TO CQ-AMOUNT(CQ-IDX)
                    MOVE CI-STATUS      TO CQ-STATUS(CQ-IDX)
                    MOVE CI-DATE-SETTLED
                                        TO CQ-DATE-SETTLED(CQ-IDX)
                ELSE
                    DISPLAY "TAPE-LOANS: CLAIM TABLE FULL AT "
                        CI-ID " " CI-BORROWER
                    MOVE 8              TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

       OB1100-READ-LOAN.
            READ IP-LOANS
                AT END
            CLOSE OP-LOANLOG.
            CLOSE OP-LOANHIST.
            CLOSE IX-BORROWERS.
            CLOSE OP-TRANS.

            MOVE WS-NOTICE-NUM          TO PT-COUNT.
            WRITE OP-PICKUP-REC FROM PICKUP-TOTAL-REC
                AFTER ADVANCING 2 LINES.

            CLOSE OP-PICKUP.

       OC1000-WRITE-LOAN-UNCHANGED.
            MOVE IP-LOANS-REC           TO OP-LOANS-REC.
                        MOVE "ALREADY ON LOAN - SKIP"
                                            TO WS-LOAN-STATUS
                    ELSE
                        PERFORM OC8200-CHECK-PICKUP-HOLD
                        IF WS-HOLD-OK
                            PERFORM OC7000-VALIDATE-BORROWER
                        ELSE
                            MOVE "N"        TO WS-BORROWER-OK-SW
                        END-IF
                        IF WS-BORROWER-OK
                            PERFORM OC6000-READ-MASTER-BY-ID
                            IF WS-MASTER-FOUND
                                WRITE OP-LOANS-REC
                                MOVE TS-ID          TO WS-LAST-OUT-ID
                                PERFORM OC7300-CHARGE-BORROWER
                                PERFORM OC8250-COLLECT-PICKUP-HOLD
                                MOVE "CHECKED OUT"  TO WS-LOAN-STATUS
                            ELSE
                                MOVE "NOT FOUND - SKIPPED"
                            END-IF
                        END-IF
                    END-IF
                WHEN "H"
                    PERFORM OC8100-FIND-TAPE-HOLD
                    IF WS-HOLD-POS > 0
                        PERFORM OC8000-QUEUE-HOLD
                    ELSE
                        MOVE "NOT ON LOAN - SKIPPED"
                                            TO WS-LOAN-STATUS
                    END-IF
                WHEN "I"
                WHEN "L"
                WHEN "X"
                    MOVE "NOT ON LOAN - SKIPPED"
                                            TO WS-LOAN-STATUS
                WHEN "S"
                    PERFORM OC9300-SETTLE-CLAIM
                WHEN OTHER
                    MOVE "UNKNOWN CODE - SKIPPED"
                                            TO WS-LOAN-STATUS
                        PERFORM OC7200-RELEASE-BORROWER
                        PERFORM OD2000-WRITE-LOAN-HISTORY
                        MOVE "Y"            TO WS-CL-DROPPED-SW
                        PERFORM OC8300-PASS-TO-NEXT-HOLD
                        MOVE "CHECKED IN"   TO WS-LOAN-STATUS
                    END-IF
                WHEN "L"
                WHEN "X"
                    PERFORM OC9000-CLOSE-LOSS-LOAN
                WHEN "S"
                    PERFORM OC9300-SETTLE-CLAIM
                WHEN "H"
                    IF NOT WS-CL-DROPPED
                        AND TS-BORROWER(1:6) = WS-CL-BORROWER(1:6)
                        MOVE "BORROWER HAS TAPE - SKIP"
                                            TO WS-LOAN-STATUS
                    ELSE
                        PERFORM OC8000-QUEUE-HOLD
                    END-IF
                WHEN "O"
                    IF WS-CL-DROPPED
                        PERFORM OC8200-CHECK-PICKUP-HOLD
                        IF WS-HOLD-OK
                            PERFORM OC7000-VALIDATE-BORROWER
                        ELSE
                            MOVE "N"        TO WS-BORROWER-OK-SW
                        END-IF
                        IF WS-BORROWER-OK
                            PERFORM OC6000-READ-MASTER-BY-ID
                            IF WS-MASTER-FOUND
                                MOVE TS-DATE-DUE    TO WS-CL-DATE-DUE
                                MOVE "N"            TO WS-CL-DROPPED-SW
                                PERFORM OC7300-CHARGE-BORROWER
                                PERFORM OC8250-COLLECT-PICKUP-HOLD
                                MOVE "CHECKED OUT"  TO WS-LOAN-STATUS
                            ELSE
                                MOVE "NOT FOUND - SKIPPED"
                MOVE "UNKNOWN BORROWER - SKIP"
                                         TO WS-LOAN-STATUS
            ELSE
                PERFORM OC9200-FIND-BORROWER-CLAIM
                IF IXB-BLOCKED
                    MOVE "BORROWER BLOCKED - SKIP"
                                         TO WS-LOAN-STATUS
                ELSE
                    IF WS-CLAIM-POS > 0
                        MOVE "UNSETTLED CLAIM - SKIP"
                                         TO WS-LOAN-STATUS
                    ELSE
                        IF IXB-LOAN-COUNT >= IXB-MAX-LOANS
                            MOVE "AT LOAN LIMIT - SKIP"
                                         TO WS-LOAN-STATUS
                        ELSE
                            MOVE "Y"     TO WS-BORROWER-OK-SW
                        END-IF
                    END-IF
                END-IF
            END-IF.

            REWRITE IX-BORROWERS-REC.

       OC8000-QUEUE-HOLD.
            PERFORM OC7000-VALIDATE-BORROWER.

            IF WS-BORROWER-OK
                PERFORM OC8050-FIND-BORROWER-HOLD
                EVALUATE TRUE
                    WHEN WS-HOLD-POS > 0
                        MOVE "ALREADY ON HOLD - SKIP"
                                        TO WS-LOAN-STATUS
                    WHEN WS-HOLD-COUNT NOT < WS-HOLD-MAX
                        MOVE "HOLD QUEUE FULL - SKIP"
                                        TO WS-LOAN-STATUS
                    WHEN OTHER
                        ADD  1          TO WS-HOLD-COUNT
                        SET HQ-IDX      TO WS-HOLD-COUNT
                        MOVE TS-ID      TO HQ-ID(HQ-IDX)
                        MOVE TS-BORROWER
                                        TO HQ-BORROWER(HQ-IDX)
                        IF TS-DATE-OUT IS NUMERIC
                            MOVE TS-DATE-OUT
                                        TO HQ-DATE-REQ(HQ-IDX)
                        ELSE
                            MOVE WS-CURRENT-DATE
                                        TO HQ-DATE-REQ(HQ-IDX)
                        END-IF
                        MOVE "W"        TO HQ-STATUS(HQ-IDX)
                        MOVE SPACES     TO HQ-DATE-READY(HQ-IDX)
                        MOVE "HOLD QUEUED"
                                        TO WS-LOAN-STATUS
                END-EVALUATE
            END-IF.

       OC8050-FIND-BORROWER-HOLD.
            MOVE ZERO                   TO WS-HOLD-POS.

            PERFORM OC8060-CHECK-BORROWER-HOLD
                VARYING HQ-SCAN-IDX FROM 1 BY 1
                UNTIL HQ-SCAN-IDX > WS-HOLD-COUNT
                    OR WS-HOLD-POS > 0.

       OC8060-CHECK-BORROWER-HOLD.
            IF HQ-ID(HQ-SCAN-IDX) = TS-ID
                AND HQ-BORROWER(HQ-SCAN-IDX)(1:6) = TS-BORROWER(1:6)
                AND NOT HQ-CLOSED(HQ-SCAN-IDX)
                SET WS-HOLD-POS         TO HQ-SCAN-IDX
            END-IF.

       OC8100-FIND-TAPE-HOLD.
            MOVE ZERO                   TO WS-HOLD-POS.

            PERFORM OC8110-CHECK-TAPE-HOLD
                VARYING HQ-SCAN-IDX FROM 1 BY 1
                UNTIL HQ-SCAN-IDX > WS-HOLD-COUNT
                    OR WS-HOLD-POS > 0.

       OC8110-CHECK-TAPE-HOLD.
            IF HQ-ID(HQ-SCAN-IDX) = TS-ID
                AND NOT HQ-CLOSED(HQ-SCAN-IDX)
                SET WS-HOLD-POS         TO HQ-SCAN-IDX
            END-IF.

       OC8200-CHECK-PICKUP-HOLD.
            MOVE "Y"                    TO WS-HOLD-OK-SW.
            MOVE ZERO                   TO WS-HOLD-POS.

            PERFORM OC8210-CHECK-READY-HOLD
                VARYING HQ-SCAN-IDX FROM 1 BY 1
                UNTIL HQ-SCAN-IDX > WS-HOLD-COUNT
                    OR WS-HOLD-POS > 0.

            IF WS-HOLD-POS > 0
                IF HQ-BORROWER(WS-HOLD-POS)(1:6) NOT = TS-BORROWER(1:6)
                    MOVE "N"            TO WS-HOLD-OK-SW
                    MOVE "HELD FOR PICKUP - SKIP"
                                        TO WS-LOAN-STATUS
                END-IF
            END-IF.

       OC8210-CHECK-READY-HOLD.
            IF HQ-ID(HQ-SCAN-IDX) = TS-ID
                AND HQ-READY(HQ-SCAN-IDX)
                SET WS-HOLD-POS         TO HQ-SCAN-IDX
            END-IF.

       OC8250-COLLECT-PICKUP-HOLD.
            IF WS-HOLD-POS > 0
                MOVE "C"                TO HQ-STATUS(WS-HOLD-POS)
            END-IF.

       OC8300-PASS-TO-NEXT-HOLD.
            MOVE ZERO                   TO WS-HOLD-POS.

            PERFORM OC8310-CHECK-WAITING-HOLD
                VARYING HQ-SCAN-IDX FROM 1 BY 1
                UNTIL HQ-SCAN-IDX > WS-HOLD-COUNT
                    OR WS-HOLD-POS > 0.

            IF WS-HOLD-POS > 0
                MOVE "R"                TO HQ-STATUS(WS-HOLD-POS)
                MOVE WS-CURRENT-DATE    TO HQ-DATE-READY(WS-HOLD-POS)
                PERFORM OD3000-WRITE-PICKUP-NOTICE
            END-IF.

       OC8310-CHECK-WAITING-HOLD.
            IF HQ-ID(HQ-SCAN-IDX) = TS-ID
                AND HQ-WAITING(HQ-SCAN-IDX)
                SET WS-HOLD-POS         TO HQ-SCAN-IDX
            END-IF.

       OC8400-CANCEL-TAPE-HOLDS.
            PERFORM OC8410-CANCEL-ONE-HOLD
                VARYING HQ-SCAN-IDX FROM 1 BY 1
                UNTIL HQ-SCAN-IDX > WS-HOLD-COUNT.

       OC8410-CANCEL-ONE-HOLD.
            IF HQ-ID(HQ-SCAN-IDX) = TS-ID
                AND NOT HQ-CLOSED(HQ-SCAN-IDX)
                MOVE "X"                TO HQ-STATUS(HQ-SCAN-IDX)
                SET WS-HOLD-POS         TO HQ-SCAN-IDX
                MOVE "HOLD CANCELLED"   TO WS-LOAN-STATUS
                PERFORM OD1100-LOG-HOLD-EVENT
            END-IF.

       OC9000-CLOSE-LOSS-LOAN.
            IF WS-CL-DROPPED
                MOVE "NOT ON LOAN - SKIPPED"
                                        TO WS-LOAN-STATUS
            ELSE
                IF WS-CLAIM-COUNT NOT < WS-CLAIM-MAX
                    MOVE "CLAIM TABLE FULL - SKIP"
                                        TO WS-LOAN-STATUS
                ELSE
                    PERFORM OC7200-RELEASE-BORROWER
                    PERFORM OD2000-WRITE-LOAN-HISTORY
                    MOVE "Y"            TO WS-CL-DROPPED-SW
                    PERFORM OC9100-RAISE-CLAIM
                    IF TS-CODE = "L"
                        PERFORM OD4000-WRITE-DISPOSAL-TRANS
                    END-IF
                    PERFORM OC8400-CANCEL-TAPE-HOLDS
                    IF TS-CODE = "L"
                        MOVE "LOST - CLAIM RAISED"
                                        TO WS-LOAN-STATUS
                    ELSE
                        MOVE "DAMAGED - CLAIM RAISED"
                                        TO WS-LOAN-STATUS
                    END-IF
                END-IF
            END-IF.

       OC9100-RAISE-CLAIM.
            PERFORM OC6000-READ-MASTER-BY-ID.

            MOVE ZERO                   TO WS-REPL-VALUE.

            IF WS-MASTER-FOUND
                IF IM-VALUE IS NUMERIC
                    PERFORM OC9150-CALC-REPLACEMENT-VALUE
                END-IF
            ELSE
                MOVE SPACES             TO IM-FORMAT
            END-IF.

            ADD  1                      TO WS-CLAIM-COUNT.
            SET CQ-IDX                  TO WS-CLAIM-COUNT.

            MOVE WS-CL-ID               TO CQ-ID(CQ-IDX).
            MOVE WS-CL-ARTIST           TO CQ-ARTIST(CQ-IDX).
            MOVE WS-CL-TITLE            TO CQ-TITLE(CQ-IDX).
            MOVE IM-FORMAT              TO CQ-FORMAT(CQ-IDX).
            MOVE WS-CL-BORROWER         TO CQ-BORROWER(CQ-IDX).
            MOVE TS-CODE                TO CQ-TYPE(CQ-IDX).
            MOVE WS-CURRENT-DATE        TO CQ-DATE(CQ-IDX).
            MOVE WS-REPL-VALUE          TO CQ-AMOUNT(CQ-IDX).
            MOVE "O"                    TO CQ-STATUS(CQ-IDX).
            MOVE SPACES                 TO CQ-DATE-SETTLED(CQ-IDX).

            ADD  1                      TO WS-CLAIM-NUM.

       OC9150-CALC-REPLACEMENT-VALUE.
            EVALUATE IM-FORMAT
                WHEN "CASSETTE"
                    MOVE 1               TO WS-SLOT-IDX
                WHEN "8-TRACK"
                    MOVE 2               TO WS-SLOT-IDX
                WHEN "REEL-REEL"
                    MOVE 3               TO WS-SLOT-IDX
                WHEN OTHER
                    MOVE 4               TO WS-SLOT-IDX
            END-EVALUATE.

            MULTIPLY IM-VALUE-N
                BY WS-AR-CUR-RATE(WS-SLOT-IDX)
                GIVING WS-REPL-VALUE ROUNDED.

       OC9200-FIND-BORROWER-CLAIM.
            MOVE ZERO                   TO WS-CLAIM-POS.

            PERFORM OC9210-CHECK-BORROWER-CLAIM
                VARYING CQ-SCAN-IDX FROM 1 BY 1
                UNTIL CQ-SCAN-IDX > WS-CLAIM-COUNT
                    OR WS-CLAIM-POS > 0.

       OC9210-CHECK-BORROWER-CLAIM.
            IF CQ-BORROWER(CQ-SCAN-IDX)(1:6) = TS-BORROWER(1:6)
                AND CQ-OPEN(CQ-SCAN-IDX)
                SET WS-CLAIM-POS        TO CQ-SCAN-IDX
            END-IF.

       OC9300-SETTLE-CLAIM.
            MOVE ZERO                   TO WS-CLAIM-POS.

            PERFORM OC9310-CHECK-TAPE-CLAIM
                VARYING CQ-SCAN-IDX FROM 1 BY 1
                UNTIL CQ-SCAN-IDX > WS-CLAIM-COUNT
                    OR WS-CLAIM-POS > 0.

            IF WS-CLAIM-POS > 0
                MOVE "S"                TO CQ-STATUS(WS-CLAIM-POS)
                IF TS-DATE-OUT IS NUMERIC
                    MOVE TS-DATE-OUT    TO CQ-DATE-SETTLED(WS-CLAIM-POS)
                ELSE
                    MOVE WS-CURRENT-DATE
                                        TO CQ-DATE-SETTLED(WS-CLAIM-POS)
                END-IF
                MOVE "CLAIM SETTLED"    TO WS-LOAN-STATUS
            ELSE
                MOVE "NO OPEN CLAIM - SKIPPED"
                                        TO WS-LOAN-STATUS
            END-IF.

       OC9310-CHECK-TAPE-CLAIM.
            IF CQ-ID(CQ-SCAN-IDX) = TS-ID
                AND CQ-BORROWER(CQ-SCAN-IDX)(1:6) = TS-BORROWER(1:6)
                AND CQ-OPEN(CQ-SCAN-IDX)
                SET WS-CLAIM-POS        TO CQ-SCAN-IDX
            END-IF.

       OD1000-LOG-LOAN-TRANS.
            MOVE SPACES                 TO OP-LOANLOG-REC.
            MOVE TS-CODE                TO LL-CODE.
            MOVE WS-CL-DATE-DUE         TO LH-DATE-DUE.
            MOVE WS-CURRENT-DATE        TO LH-DATE-IN.

            IF TS-CODE = "L"
                OR TS-CODE = "X"
                MOVE TS-CODE            TO LH-LOSS-STATUS
            ELSE
                MOVE SPACE              TO LH-LOSS-STATUS
            END-IF.

            MOVE ZERO                   TO LH-DAYS-LATE.
            IF WS-CL-DATE-DUE IS NUMERIC
                COMPUTE WS-DUE-INT =

            WRITE OP-LOANHIST-REC.

       OD1100-LOG-HOLD-EVENT.
            MOVE SPACES                 TO OP-LOANLOG-REC.
            MOVE "H"                    TO LL-CODE.
            MOVE HQ-ID(WS-HOLD-POS)     TO LL-ID.
            MOVE HQ-BORROWER(WS-HOLD-POS)
                                        TO LL-BORROWER.
            MOVE WS-LOAN-STATUS         TO LL-STATUS.

            WRITE OP-LOANLOG-REC.

       OD3000-WRITE-PICKUP-NOTICE.
            MOVE HQ-ID(WS-HOLD-POS)     TO IM-ID.

            READ IP-MASTER
                INVALID KEY
                    MOVE SPACES         TO IM-ARTIST
                                           IM-TITLE
            END-READ.

            COMPUTE WS-HOLD-UNTIL = FUNCTION DATE-OF-INTEGER
                (WS-TODAY-INT + WS-HOLD-DAYS).

            MOVE HQ-ID(WS-HOLD-POS)     TO DP-ID.
            MOVE IM-ARTIST              TO DP-ARTIST.
            MOVE IM-TITLE               TO DP-TITLE.
            MOVE HQ-BORROWER(WS-HOLD-POS)
                                        TO DP-BORROWER.
            MOVE WS-HOLD-UNTIL          TO DP-HOLD-UNTIL.

            WRITE OP-PICKUP-REC FROM PICKUP-DETAIL-REC
                AFTER ADVANCING 1 LINE.

            ADD  1                      TO WS-NOTICE-NUM.

            MOVE "READY FOR PICKUP"     TO WS-LOAN-STATUS.
            PERFORM OD1100-LOG-HOLD-EVENT.
            MOVE SPACES                 TO WS-LOAN-STATUS.

       OD4000-WRITE-DISPOSAL-TRANS.
            MOVE SPACES                 TO OP-TRANS-REC.
            MOVE "D"                    TO OT-CODE.
            MOVE WS-CL-ID               TO OT-ID.

            WRITE OP-TRANS-REC.

       OE1000-PRINT-OVERDUE-REPORT.
            OPEN INPUT RP-LOANS.

                    AFTER ADVANCING 1 LINE
            END-IF.

       OF1000-SAVE-HOLDS.
            OPEN OUTPUT OP-HOLDS.

            PERFORM OF1100-SAVE-ONE-HOLD
                VARYING HQ-IDX FROM 1 BY 1
                UNTIL HQ-IDX > WS-HOLD-COUNT.

            CLOSE OP-HOLDS.

            CALL "CBL_DELETE_FILE" USING "/tmp/TAPE-HOLDS.DAT".
            CALL "CBL_RENAME_FILE" USING "/tmp/TAPE-HOLDS.DAT.NEW"
                                          "/tmp/TAPE-HOLDS.DAT".

       OF1100-SAVE-ONE-HOLD.
            IF NOT HQ-CLOSED(HQ-IDX)
                MOVE HQ-ID(HQ-IDX)      TO HO-ID
                MOVE HQ-BORROWER(HQ-IDX)
                                        TO HO-BORROWER
                MOVE HQ-DATE-REQ(HQ-IDX)
                                        TO HO-DATE-REQ
                MOVE HQ-STATUS(HQ-IDX)  TO HO-STATUS
                MOVE HQ-DATE-READY(HQ-IDX)
                                        TO HO-DATE-READY
                WRITE OP-HOLDS-REC
            END-IF.

       OF2000-SAVE-CLAIMS.
            OPEN OUTPUT OP-CLAIMS.

            PERFORM OF2100-SAVE-ONE-CLAIM
                VARYING CQ-IDX FROM 1 BY 1
                UNTIL CQ-IDX > WS-CLAIM-COUNT.

            CLOSE OP-CLAIMS.

            CALL "CBL_DELETE_FILE" USING "/tmp/TAPE-CLAIMS.DAT".
            CALL "CBL_RENAME_FILE" USING "/tmp/TAPE-CLAIMS.DAT.NEW"
                                          "/tmp/TAPE-CLAIMS.DAT".

            IF WS-CLAIM-NUM > 0
                DISPLAY "TAPE-LOANS: " WS-CLAIM-NUM
                    " LOSS CLAIMS RAISED"
            END-IF.

       OF2100-SAVE-ONE-CLAIM.
            MOVE CQ-ID(CQ-IDX)          TO CO-ID.
            MOVE CQ-ARTIST(CQ-IDX)      TO CO-ARTIST.
            MOVE CQ-TITLE(CQ-IDX)       TO CO-TITLE.
            MOVE CQ-FORMAT(CQ-IDX)      TO CO-FORMAT.
            MOVE CQ-BORROWER(CQ-IDX)    TO CO-BORROWER.
            MOVE CQ-TYPE(CQ-IDX)        TO CO-TYPE.
            MOVE CQ-DATE(CQ-IDX)        TO CO-DATE.
            MOVE CQ-AMOUNT(CQ-IDX)      TO CO-AMOUNT.
            MOVE CQ-STATUS(CQ-IDX)      TO CO-STATUS.
            MOVE CQ-DATE-SETTLED(CQ-IDX)
                                        TO CO-DATE-SETTLED.

            WRITE OP-CLAIMS-REC.

       OZ1000-CHECK-RUN-STEP.
            MOVE "CHECK"                TO WS-RC-FUNCTION.
            MOVE "LOANS"                TO WS-RC-STEP.
