       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-CLAIMS.
       AUTHOR. MIKE DERUITER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL IP-CLAIMS
                ASSIGN TO "/tmp/TAPE-CLAIMS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SW-CLAIMS
                ASSIGN TO "SORTWK10"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CLAIMS-SORTED
                ASSIGN TO "/tmp/tape-claims-sorted"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-CLAIMS
                ASSIGN TO "/tmp/tape-claims-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  IP-CLAIMS.
       01  IP-CLAIMS-REC.
            05  CI-ID                   PIC X(06).
            05  CI-REST                 PIC X(97).

       SD  SW-CLAIMS.
       01  SW-CLAIMS-REC.
            05  SWC-ID                  PIC X(06).
            05  SWC-ARTIST              PIC X(20).
            05  SWC-TITLE               PIC X(20).
            05  SWC-FORMAT              PIC X(10).
            05  SWC-BORROWER            PIC X(20).
            05  SWC-TYPE                PIC X(01).
            05  SWC-DATE                PIC X(08).
            05  SWC-AMOUNT              PIC 9(07)V99.
            05  SWC-STATUS              PIC X(01).
            05  SWC-DATE-SETTLED        PIC X(08).

       FD  CLAIMS-SORTED.
       01  CLAIMS-SORTED-REC.
            05  CS-ID                   PIC X(06).
            05  CS-ARTIST               PIC X(20).
            05  CS-TITLE                PIC X(20).
            05  CS-FORMAT               PIC X(10).
            05  CS-BORROWER             PIC X(20).
            05  CS-TYPE                 PIC X(01).
                88  CS-LOST                   VALUE "L".
            05  CS-DATE                 PIC X(08).
            05  CS-AMOUNT               PIC 9(07)V99.
            05  CS-STATUS               PIC X(01).
                88  CS-OPEN                   VALUE "O".
            05  CS-DATE-SETTLED         PIC X(08).

       FD  OP-CLAIMS.
       01  OP-CLAIMS-REC               PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
            05  EOF-CLAIMS-SW           PIC X VALUE "N".
                88  EOF-CLAIMS                VALUE "Y".
            05  WS-FIRST-BORR-SW        PIC X VALUE "Y".
                88  WS-FIRST-BORROWER         VALUE "Y".

       01  WS-PREV-KEYS.
            05  WS-PREV-BORROWER        PIC X(20) VALUE ALL SPACES.

       01  WS-BORROWER-ACCUM.
            05  A-BORR-OPEN-NUM         PIC 9(05) VALUE ZERO.
            05  A-BORR-OPEN-AMT         PIC 9(08)V99 VALUE ZERO.
            05  A-BORR-SETTLED-NUM      PIC 9(05) VALUE ZERO.
            05  A-BORR-SETTLED-AMT      PIC 9(08)V99 VALUE ZERO.

       01  WS-GRAND-ACCUM.
            05  A-GRAND-OPEN-NUM        PIC 9(06) VALUE ZERO.
            05  A-GRAND-OPEN-AMT        PIC 9(08)V99 VALUE ZERO.
            05  A-GRAND-SETTLED-NUM     PIC 9(06) VALUE ZERO.
            05  A-GRAND-SETTLED-AMT     PIC 9(08)V99 VALUE ZERO.
            05  A-GRAND-BORR-NUM        PIC 9(06) VALUE ZERO.
            05  A-GRAND-OWING-NUM       PIC 9(06) VALUE ZERO.

       01  TITLE-CLAIMS.
            05                          PIC X(20) VALUE ALL SPACES.
            05                          PIC X(33) VALUE
                    "LOST AND DAMAGED CLAIMS REGISTER".

       01  HEADER-CLAIMS.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "BORROWER".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "ID".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "TITLE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(07) VALUE "TYPE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE "CLAIMED".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(12) VALUE "      AMOUNT".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(07) VALUE "STATUS".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE "SETTLED".

       01  HEADER-CLAIMS-DASHES.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(07) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(12) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(07) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE ALL "-".

       01  CLAIMS-DETAIL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-BORROWER             PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-ID                   PIC X(06) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-TITLE                PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-TYPE                 PIC X(07) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-DATE                 PIC X(08) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-AMOUNT               PIC $$$$,$$9.99 VALUE ZERO.
            05                          PIC X(03) VALUE ALL SPACES.
            05  DT-STATUS               PIC X(07) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-DATE-SETTLED         PIC X(08) VALUE ALL SPACES.

       01  BORROWER-TOTAL-REC.
            05                          PIC X(24) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "OPEN:".
            05  BT-OPEN-NUM             PIC ZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  BT-OPEN-AMT             PIC $$,$$$,$$9.99 VALUE ZERO.
            05                          PIC X(04) VALUE ALL SPACES.
            05                          PIC X(09) VALUE "SETTLED:".
            05  BT-SETTLED-NUM          PIC ZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  BT-SETTLED-AMT          PIC $$,$$$,$$9.99 VALUE ZERO.

       01  GRAND-TOTAL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05  GT-LABEL                PIC X(22) VALUE ALL SPACES.
            05  GT-COUNT                PIC ZZZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  GT-AMOUNT               PIC $$,$$$,$$9.99 VALUE ZERO.

       01  CLAIMS-COUNT-LINE.
            05                          PIC X(02) VALUE ALL SPACES.
            05  RC-LABEL                PIC X(26) VALUE ALL SPACES.
            05  RC-COUNT                PIC ZZZZZ9 VALUE ZERO.

       01  NO-CLAIMS-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(15) VALUE
                    "NO CLAIMS FOUND".

       PROCEDURE DIVISION.

       00000-MAIN.
            SORT SW-CLAIMS
                ASCENDING SWC-BORROWER, SWC-STATUS,
                          SWC-DATE, SWC-ID
                USING IP-CLAIMS
                GIVING CLAIMS-SORTED.

            OPEN INPUT CLAIMS-SORTED.
            OPEN OUTPUT OP-CLAIMS.

            MOVE SPACES                 TO OP-CLAIMS-REC.
            WRITE OP-CLAIMS-REC FROM TITLE-CLAIMS.
            WRITE OP-CLAIMS-REC FROM HEADER-CLAIMS
                AFTER ADVANCING 2 LINES.
            WRITE OP-CLAIMS-REC FROM HEADER-CLAIMS-DASHES
                AFTER ADVANCING 1 LINE.

            PERFORM OA1000-PRINT-ONE-CLAIM
                UNTIL EOF-CLAIMS.

            IF WS-FIRST-BORROWER
                WRITE OP-CLAIMS-REC FROM NO-CLAIMS-REC
                    AFTER ADVANCING 2 LINES
            ELSE
                PERFORM OA2000-PRINT-BORROWER-TOTAL
                PERFORM OB1000-PRINT-GRAND-TOTALS
            END-IF.

            CLOSE CLAIMS-SORTED.
            CLOSE OP-CLAIMS.

            STOP RUN.

       OA1000-PRINT-ONE-CLAIM.
            READ CLAIMS-SORTED
                AT END MOVE "Y" TO EOF-CLAIMS-SW
            END-READ.

            IF NOT EOF-CLAIMS
                IF WS-FIRST-BORROWER
                    MOVE CS-BORROWER    TO WS-PREV-BORROWER
                    MOVE "N"            TO WS-FIRST-BORR-SW
                    ADD  1              TO A-GRAND-BORR-NUM
                ELSE
                    IF CS-BORROWER NOT = WS-PREV-BORROWER
                        PERFORM OA2000-PRINT-BORROWER-TOTAL
                        MOVE CS-BORROWER TO WS-PREV-BORROWER
                        ADD  1          TO A-GRAND-BORR-NUM
                    END-IF
                END-IF

                PERFORM OA1100-PRINT-CLAIM-DETAIL
            END-IF.

       OA1100-PRINT-CLAIM-DETAIL.
            MOVE SPACES                 TO CLAIMS-DETAIL-REC.
            MOVE CS-BORROWER            TO DT-BORROWER.
            MOVE CS-ID                  TO DT-ID.
            MOVE CS-TITLE               TO DT-TITLE.
            MOVE CS-DATE                TO DT-DATE.
            MOVE CS-AMOUNT              TO DT-AMOUNT.

            IF CS-LOST
                MOVE "LOST"             TO DT-TYPE
            ELSE
                MOVE "DAMAGED"          TO DT-TYPE
            END-IF.

            IF CS-OPEN
                MOVE "OPEN"             TO DT-STATUS
                ADD  1                  TO A-BORR-OPEN-NUM
                ADD  CS-AMOUNT          TO A-BORR-OPEN-AMT
            ELSE
                MOVE "SETTLED"          TO DT-STATUS
                MOVE CS-DATE-SETTLED    TO DT-DATE-SETTLED
                ADD  1                  TO A-BORR-SETTLED-NUM
                ADD  CS-AMOUNT          TO A-BORR-SETTLED-AMT
            END-IF.

            WRITE OP-CLAIMS-REC FROM CLAIMS-DETAIL-REC
                AFTER ADVANCING 1 LINE.

       OA2000-PRINT-BORROWER-TOTAL.
            MOVE A-BORR-OPEN-NUM        TO BT-OPEN-NUM.
            MOVE A-BORR-OPEN-AMT        TO BT-OPEN-AMT.
            MOVE A-BORR-SETTLED-NUM     TO BT-SETTLED-NUM.
            MOVE A-BORR-SETTLED-AMT     TO BT-SETTLED-AMT.

            WRITE OP-CLAIMS-REC FROM BORROWER-TOTAL-REC
                AFTER ADVANCING 1 LINE.

            MOVE SPACES                 TO OP-CLAIMS-REC.
            WRITE OP-CLAIMS-REC
                AFTER ADVANCING 1 LINE.

            IF A-BORR-OPEN-NUM > 0
                ADD  1                  TO A-GRAND-OWING-NUM
            END-IF.

            ADD  A-BORR-OPEN-NUM        TO A-GRAND-OPEN-NUM.
            ADD  A-BORR-OPEN-AMT        TO A-GRAND-OPEN-AMT.
            ADD  A-BORR-SETTLED-NUM     TO A-GRAND-SETTLED-NUM.
            ADD  A-BORR-SETTLED-AMT     TO A-GRAND-SETTLED-AMT.

            MOVE ZEROES                 TO A-BORR-OPEN-NUM
                                           A-BORR-OPEN-AMT
                                           A-BORR-SETTLED-NUM
                                           A-BORR-SETTLED-AMT.

       OB1000-PRINT-GRAND-TOTALS.
            MOVE "OPEN CLAIMS:"         TO GT-LABEL.
            MOVE A-GRAND-OPEN-NUM       TO GT-COUNT.
            MOVE A-GRAND-OPEN-AMT       TO GT-AMOUNT.
            WRITE OP-CLAIMS-REC FROM GRAND-TOTAL-REC
                AFTER ADVANCING 1 LINE.

            MOVE "SETTLED CLAIMS:"      TO GT-LABEL.
            MOVE A-GRAND-SETTLED-NUM    TO GT-COUNT.
            MOVE A-GRAND-SETTLED-AMT    TO GT-AMOUNT.
            WRITE OP-CLAIMS-REC FROM GRAND-TOTAL-REC
                AFTER ADVANCING 1 LINE.

            MOVE "BORROWERS WITH CLAIMS:" TO RC-LABEL.
            MOVE A-GRAND-BORR-NUM       TO RC-COUNT.
            WRITE OP-CLAIMS-REC FROM CLAIMS-COUNT-LINE
                AFTER ADVANCING 2 LINES.

            MOVE "BORROWERS BLOCKED:"   TO RC-LABEL.
            MOVE A-GRAND-OWING-NUM      TO RC-COUNT.
            WRITE OP-CLAIMS-REC FROM CLAIMS-COUNT-LINE
                AFTER ADVANCING 1 LINE.
