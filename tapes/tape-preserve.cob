       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-PRESERVE.
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
            SELECT OPTIONAL IP-PRES-TRANS
                ASSIGN TO "/tmp/PRESERVE-TRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SW-PTRANS
                ASSIGN TO "SORTWK11"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PTRANS-SORTED
                ASSIGN TO "/tmp/tape-preserve-trans-sorted"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL IP-PRESERVE
                ASSIGN TO "/tmp/TAPE-PRESERVE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-PRESERVE
                ASSIGN TO "/tmp/TAPE-PRESERVE.DAT.NEW"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RP-PRESERVE
                ASSIGN TO "/tmp/TAPE-PRESERVE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-PRESLOG
                ASSIGN TO "/tmp/tape-preserve-log"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SW-QUEUE
                ASSIGN TO "SORTWK12"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OP-QUEUE
                ASSIGN TO "/tmp/tape-preserve-queue"
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

       FD  IP-TAPES.
       01  IP-TAPES-REC.
            05  IP-TAPES-ID             PIC X(06).
            05  IP-TAPES-ARTIST         PIC X(20).
            05  IP-TAPES-TITLE          PIC X(20).
            05  IP-TAPES-YEAR           PIC X(04).
            05  IP-TAPES-YEAR-N REDEFINES
                IP-TAPES-YEAR           PIC 9(04).
            05  IP-TAPES-VALUE          PIC X(07).
            05  IP-TAPES-VALUE-N REDEFINES
                IP-TAPES-VALUE          PIC 9(05)V99.
            05  IP-TAPES-RATING         PIC X(03).
            05  IP-TAPES-MEDIA-FORMAT   PIC X(10).
            05  IP-TAPES-CONDITION      PIC X(02).
            05  IP-TAPES-LOCATION       PIC X(06).
            05  IP-TAPES-ACQ-DATE       PIC X(08).
            05  IP-TAPES-PURCH-PRICE    PIC X(07).

       FD  IP-PRES-TRANS.
       01  IP-PRES-TRANS-REC.
            05  PT-CODE                 PIC X(01).
            05  PT-ID                   PIC X(06).
            05  PT-DATE                 PIC X(08).

       SD  SW-PTRANS.
       01  SW-PTRANS-REC.
            05  SWPT-CODE               PIC X(01).
            05  SWPT-ID                 PIC X(06).
            05  SWPT-DATE               PIC X(08).

       FD  PTRANS-SORTED.
       01  PTRANS-SORTED-REC.
            05  TS-CODE                 PIC X(01).
            05  TS-ID                   PIC X(06).
            05  TS-DATE                 PIC X(08).

       FD  IP-PRESERVE.
       01  IP-PRESERVE-REC.
            05  PI-ID                   PIC X(06).
            05  PI-STATUS               PIC X(01).
            05  PI-DATE-STARTED         PIC X(08).
            05  PI-DATE-DONE            PIC X(08).

       FD  OP-PRESERVE.
       01  OP-PRESERVE-REC.
            05  PO-ID                   PIC X(06).
            05  PO-STATUS               PIC X(01).
            05  PO-DATE-STARTED         PIC X(08).
            05  PO-DATE-DONE            PIC X(08).

       FD  RP-PRESERVE.
       01  RP-PRESERVE-REC.
            05  PR-ID                   PIC X(06).
            05  PR-STATUS               PIC X(01).
            05  PR-DATE-STARTED         PIC X(08).
            05  PR-DATE-DONE            PIC X(08).

       FD  OP-PRESLOG.
       01  OP-PRESLOG-REC.
            05  PL-CODE                 PIC X(01).
            05                          PIC X(02) VALUE SPACES.
            05  PL-ID                   PIC X(06).
            05                          PIC X(02) VALUE SPACES.
            05  PL-DATE                 PIC X(08).
            05                          PIC X(02) VALUE SPACES.
            05  PL-STATUS               PIC X(24).

       SD  SW-QUEUE.
       01  SW-QUEUE-REC.
            05  SQ-SCORE                PIC 9(03).
            05  SQ-ID                   PIC X(06).
            05  SQ-ARTIST               PIC X(20).
            05  SQ-TITLE                PIC X(20).
            05  SQ-YEAR                 PIC X(04).
            05  SQ-FORMAT               PIC X(10).
            05  SQ-CONDITION            PIC X(02).
            05  SQ-VALUE                PIC 9(05)V99.
            05  SQ-HOURS                PIC 9V99.
            05  SQ-STATUS               PIC X(01).

       FD  OP-QUEUE.
       01  OP-QUEUE-REC                PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
            05  EOF-PRESERVE-SW         PIC X VALUE "N".
                88  EOF-PRESERVE              VALUE "Y".
            05  EOF-PTRANS-SW           PIC X VALUE "N".
                88  EOF-PTRANS                VALUE "Y".
            05  EOF-IP-TAPES-SW         PIC X VALUE "N".
                88  EOF-IP-TAPES              VALUE "Y".
            05  EOF-RP-PRESERVE-SW      PIC X VALUE "N".
                88  EOF-RP-PRESERVE           VALUE "Y".
            05  EOF-SW-QUEUE-SW         PIC X VALUE "N".
                88  EOF-SW-QUEUE              VALUE "Y".
            05  WS-MASTER-FOUND-SW      PIC X VALUE "N".
                88  WS-MASTER-FOUND           VALUE "Y".

       01  WS-MERGE-KEYS.
            05  WS-PRESERVE-KEY         PIC X(06) VALUE SPACES.
            05  WS-PTRANS-KEY           PIC X(06) VALUE SPACES.
            05  WS-PRES-STATUS          PIC X(24) VALUE SPACES.

       01  WS-CURRENT-PRESERVE.
            05  WS-CP-ID                PIC X(06).
            05  WS-CP-STATUS            PIC X(01).
                88  WS-CP-IN-PROGRESS         VALUE "I".
                88  WS-CP-DIGITIZED           VALUE "C".
            05  WS-CP-DATE-STARTED      PIC X(08).
            05  WS-CP-DATE-DONE         PIC X(08).
            05  WS-CP-DROPPED-SW        PIC X VALUE "N".
                88  WS-CP-DROPPED             VALUE "Y".

       01  WS-DATE-WORK.
            05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
            05  WS-CURRENT-DATE-X REDEFINES
                WS-CURRENT-DATE.
                10  WS-CURRENT-YEAR     PIC 9(04).
                10                      PIC X(04).
            05  WS-TRANS-DATE           PIC X(08) VALUE SPACES.

       01  WS-TAPE-STATUS               PIC X(01) VALUE SPACE.
            88  WS-TAPE-PENDING               VALUE SPACE.
            88  WS-TAPE-IN-PROGRESS           VALUE "I".
            88  WS-TAPE-DIGITIZED             VALUE "C".

       01  WS-SCORE-WORK.
            05  WS-SCORE                PIC 9(03) VALUE ZERO.
            05  WS-FORMAT-POINTS        PIC 9(03) VALUE ZERO.
            05  WS-AGE-POINTS           PIC 9(03) VALUE ZERO.
            05  WS-CONDITION-POINTS     PIC 9(03) VALUE ZERO.
            05  WS-VALUE-POINTS         PIC 9(03) VALUE ZERO.
            05  WS-TAPE-AGE             PIC S9(04) VALUE ZERO.
            05  WS-AGE-MAX-POINTS       PIC 9(03) VALUE 30.

       01  WS-FORMAT-CONTROL.
            05  WS-SLOT-IDX             PIC 9(01) VALUE ZERO.

       01  WS-FORMAT-TABLE.
            05  FS-ENTRY OCCURS 5 TIMES.
                10  FS-NAME             PIC X(10).
                10  FS-POINTS           PIC 9(03).
                10  FS-HOURS-PER        PIC 9V99.
                10  FS-TAPE-NUM         PIC 9(06).
                10  FS-DONE-NUM         PIC 9(06).
                10  FS-WIP-NUM          PIC 9(06).
                10  FS-QUEUE-NUM        PIC 9(06).
                10  FS-QUEUE-HOURS      PIC 9(06)V99.

       01  WS-LOCATION-CONTROL.
            05  WS-LOCATION-COUNT       PIC 9(04) VALUE ZERO.
            05  WS-LOCATION-MAX         PIC 9(04) VALUE 200.
            05  WS-LOCATION-POS         PIC 9(04) VALUE ZERO.
            05  WS-LOOKUP-CODE          PIC X(06) VALUE SPACES.

       01  WS-LOCATION-TABLE.
            05  LS-ENTRY OCCURS 200 TIMES
                    INDEXED BY LS-IDX, LS-SCAN-IDX.
                10  LS-CODE             PIC X(06).
                10  LS-TAPE-NUM         PIC 9(06).
                10  LS-DONE-NUM         PIC 9(06).
                10  LS-WIP-NUM          PIC 9(06).

       01  WS-COUNTERS.
            05  WS-RANK-NUM             PIC 9(06) VALUE ZERO.
            05  WS-TRANS-NUM            PIC 9(06) VALUE ZERO.
            05  WS-PCT-DONE             PIC 9(03)V9 VALUE ZERO.

       01  TITLE-QUEUE.
            05                          PIC X(20) VALUE ALL SPACES.
            05                          PIC X(30) VALUE
                    "PRESERVATION WORK QUEUE".

       01  HEADER-QUEUE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(04) VALUE "RANK".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "ID".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "ARTIST".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "TITLE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "FORMAT".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(04) VALUE "YEAR".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(04) VALUE "COND".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "VALUE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE "SCORE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE "HOURS".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(11) VALUE "STATUS".

       01  HEADER-QUEUE-DASHES.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(04) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(04) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(04) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(05) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(11) VALUE ALL "-".

       01  QUEUE-DETAIL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-RANK                 PIC ZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-ID                   PIC X(06) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-ARTIST               PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-TITLE                PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-FORMAT               PIC X(10) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-YEAR                 PIC X(04) VALUE ALL SPACES.
            05                          PIC X(03) VALUE ALL SPACES.
            05  DT-CONDITION            PIC X(02) VALUE ALL SPACES.
            05                          PIC X(03) VALUE ALL SPACES.
            05  DT-VALUE                PIC $$,$$9.99 VALUE ZERO.
            05                          PIC X(04) VALUE ALL SPACES.
            05  DT-SCORE                PIC ZZ9 VALUE ZERO.
            05                          PIC X(03) VALUE ALL SPACES.
            05  DT-HOURS                PIC 9.99 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-STATUS               PIC X(11) VALUE ALL SPACES.

       01  QUEUE-TOTAL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(15) VALUE
                    "TAPES QUEUED:".
            05  QT-COUNT                PIC ZZZZZ9 VALUE ZERO.

       01  HOURS-SECTION-TITLE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(40) VALUE
                    "ESTIMATED TRANSFER HOURS BY FORMAT".

       01  HEADER-HOURS.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "FORMAT".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(07) VALUE "HRS/EA".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "QUEUED".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "EST HOURS".

       01  HEADER-HOURS-DASHES.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(07) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".

       01  HOURS-DETAIL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DH-FORMAT               PIC X(10) VALUE ALL SPACES.
            05                          PIC X(05) VALUE ALL SPACES.
            05  DH-HOURS-PER            PIC 9.99 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DH-QUEUED               PIC ZZZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DH-HOURS                PIC ZZZ,ZZ9.99 VALUE ZERO.

       01  DIGITIZED-FORMAT-TITLE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(40) VALUE
                    "PERCENT DIGITIZED BY FORMAT".

       01  DIGITIZED-LOCATION-TITLE.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(40) VALUE
                    "PERCENT DIGITIZED BY LOCATION".

       01  HEADER-DIGITIZED.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE "GROUP".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "TAPES".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "DONE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "IN WIP".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "%DONE".

       01  HEADER-DIGITIZED-DASHES.
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(10) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".

       01  DIGITIZED-DETAIL-REC.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DD-GROUP                PIC X(10) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DD-TAPES                PIC ZZZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DD-DONE                 PIC ZZZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DD-WIP                  PIC ZZZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DD-PCT-DONE             PIC ZZ9.9 VALUE ZERO.

       PROCEDURE DIVISION.

       00000-MAIN.
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

            PERFORM OA0500-SET-FORMAT-TABLE.

            SORT SW-PTRANS
                ASCENDING SWPT-ID, SWPT-DATE, SWPT-CODE
                USING IP-PRES-TRANS
                GIVING PTRANS-SORTED.

            PERFORM OA1000-MERGE-STATUS-AND-TRANS.

            CALL "CBL_DELETE_FILE" USING "/tmp/TAPE-PRESERVE.DAT".
            CALL "CBL_RENAME_FILE" USING "/tmp/TAPE-PRESERVE.DAT.NEW"
                                          "/tmp/TAPE-PRESERVE.DAT".

            OPEN OUTPUT OP-QUEUE.

            SORT SW-QUEUE
                DESCENDING SQ-SCORE
                ASCENDING SQ-ID
                INPUT PROCEDURE OC0500-RELEASE-INPUT
                OUTPUT PROCEDURE OD1000-PRINT-QUEUE.

            PERFORM OE1000-PRINT-HOURS-SUMMARY.
            PERFORM OE2000-PRINT-FORMAT-SUMMARY.
            PERFORM OE3000-PRINT-LOCATION-SUMMARY.

            CLOSE OP-QUEUE.

            STOP RUN.

       OA0500-SET-FORMAT-TABLE.
            MOVE "CASSETTE"             TO FS-NAME(1).
            MOVE 20                     TO FS-POINTS(1).
            MOVE 1.50                   TO FS-HOURS-PER(1).
            MOVE "8-TRACK"              TO FS-NAME(2).
            MOVE 35                     TO FS-POINTS(2).
            MOVE 1.75                   TO FS-HOURS-PER(2).
            MOVE "REEL-REEL"            TO FS-NAME(3).
            MOVE 40                     TO FS-POINTS(3).
            MOVE 3.00                   TO FS-HOURS-PER(3).
            MOVE "OTHER"                TO FS-NAME(4).
            MOVE 10                     TO FS-POINTS(4).
            MOVE 1.00                   TO FS-HOURS-PER(4).
            MOVE "TOTAL"                TO FS-NAME(5).
            MOVE ZERO                   TO FS-POINTS(5).
            MOVE ZERO                   TO FS-HOURS-PER(5).

            PERFORM OA0600-CLEAR-ONE-FORMAT
                VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > 5.

       OA0600-CLEAR-ONE-FORMAT.
            MOVE ZERO                   TO FS-TAPE-NUM(WS-SLOT-IDX)
                                           FS-DONE-NUM(WS-SLOT-IDX)
                                           FS-WIP-NUM(WS-SLOT-IDX)
                                           FS-QUEUE-NUM(WS-SLOT-IDX)
                                           FS-QUEUE-HOURS(WS-SLOT-IDX).

       OA1000-MERGE-STATUS-AND-TRANS.
            OPEN INPUT IP-MASTER.
            OPEN INPUT IP-PRESERVE.
            OPEN INPUT PTRANS-SORTED.
            OPEN OUTPUT OP-PRESERVE.
            OPEN OUTPUT OP-PRESLOG.

            PERFORM OA1100-READ-PRESERVE.
            PERFORM OA1200-READ-PTRANS.

            PERFORM OA2000-MERGE-ONE-STEP
                UNTIL EOF-PRESERVE AND EOF-PTRANS.

            CLOSE IP-MASTER.
            CLOSE IP-PRESERVE.
            CLOSE PTRANS-SORTED.
            CLOSE OP-PRESERVE.
            CLOSE OP-PRESLOG.

            IF WS-TRANS-NUM > ZERO
                DISPLAY "TAPE-PRESERVE: " WS-TRANS-NUM
                    " STATUS TRANSACTIONS PROCESSED"
            END-IF.

       OA1100-READ-PRESERVE.
            READ IP-PRESERVE
                AT END
                    MOVE "Y"          TO EOF-PRESERVE-SW
                    MOVE HIGH-VALUES  TO WS-PRESERVE-KEY
            END-READ.

            IF NOT EOF-PRESERVE
                MOVE PI-ID           TO WS-PRESERVE-KEY
            END-IF.

       OA1200-READ-PTRANS.
            READ PTRANS-SORTED
                AT END
                    MOVE "Y"          TO EOF-PTRANS-SW
                    MOVE HIGH-VALUES  TO WS-PTRANS-KEY
            END-READ.

            IF NOT EOF-PTRANS
                MOVE TS-ID           TO WS-PTRANS-KEY
            END-IF.

       OA2000-MERGE-ONE-STEP.
            IF WS-PRESERVE-KEY < WS-PTRANS-KEY
                MOVE IP-PRESERVE-REC    TO OP-PRESERVE-REC
                WRITE OP-PRESERVE-REC
                PERFORM OA1100-READ-PRESERVE
            ELSE
                IF WS-PRESERVE-KEY > WS-PTRANS-KEY
                    PERFORM OB1100-INIT-EMPTY-STATUS
                ELSE
                    PERFORM OB1000-INIT-CURRENT-STATUS
                END-IF

                PERFORM OA2100-APPLY-SAME-KEY-TRANS
                    UNTIL WS-PTRANS-KEY NOT = WS-CP-ID

                PERFORM OB3000-FINALIZE-CURRENT-STATUS

                IF WS-PRESERVE-KEY = WS-CP-ID
                    PERFORM OA1100-READ-PRESERVE
                END-IF
            END-IF.

       OA2100-APPLY-SAME-KEY-TRANS.
            PERFORM OB2000-APPLY-ONE-TRANS.
            PERFORM OA1200-READ-PTRANS.

       OB1000-INIT-CURRENT-STATUS.
            MOVE PI-ID                  TO WS-CP-ID.
            MOVE PI-STATUS              TO WS-CP-STATUS.
            MOVE PI-DATE-STARTED        TO WS-CP-DATE-STARTED.
            MOVE PI-DATE-DONE           TO WS-CP-DATE-DONE.
            MOVE "N"                    TO WS-CP-DROPPED-SW.

       OB1100-INIT-EMPTY-STATUS.
            MOVE TS-ID                  TO WS-CP-ID.
            MOVE SPACE                  TO WS-CP-STATUS.
            MOVE SPACES                 TO WS-CP-DATE-STARTED
                                           WS-CP-DATE-DONE.
            MOVE "Y"                    TO WS-CP-DROPPED-SW.

       OB2000-APPLY-ONE-TRANS.
            ADD  1                      TO WS-TRANS-NUM.

            IF TS-DATE IS NUMERIC
                MOVE TS-DATE            TO WS-TRANS-DATE
            ELSE
                MOVE WS-CURRENT-DATE    TO WS-TRANS-DATE
            END-IF.

            PERFORM OB4000-READ-MASTER-BY-ID.

            IF NOT WS-MASTER-FOUND
                MOVE "NOT ON MASTER - SKIPPED"
                                        TO WS-PRES-STATUS
            ELSE
                EVALUATE TS-CODE
                    WHEN "S"
                        IF NOT WS-CP-DROPPED
                            AND WS-CP-DIGITIZED
                            MOVE "ALREADY DIGITIZED - SKIP"
                                        TO WS-PRES-STATUS
                        ELSE
                            IF NOT WS-CP-DROPPED
                                AND WS-CP-IN-PROGRESS
                                MOVE "ALREADY STARTED - SKIP"
                                        TO WS-PRES-STATUS
                            ELSE
                                MOVE "I"    TO WS-CP-STATUS
                                MOVE WS-TRANS-DATE
                                        TO WS-CP-DATE-STARTED
                                MOVE SPACES TO WS-CP-DATE-DONE
                                MOVE "N"    TO WS-CP-DROPPED-SW
                                MOVE "TRANSFER STARTED"
                                        TO WS-PRES-STATUS
                            END-IF
                        END-IF
                    WHEN "C"
                        IF NOT WS-CP-DROPPED
                            AND WS-CP-DIGITIZED
                            MOVE "ALREADY DIGITIZED - SKIP"
                                        TO WS-PRES-STATUS
                        ELSE
                            IF WS-CP-DROPPED
                                OR WS-CP-DATE-STARTED = SPACES
                                MOVE WS-TRANS-DATE
                                        TO WS-CP-DATE-STARTED
                            END-IF
                            MOVE "C"        TO WS-CP-STATUS
                            MOVE WS-TRANS-DATE
                                        TO WS-CP-DATE-DONE
                            MOVE "N"        TO WS-CP-DROPPED-SW
                            MOVE "DIGITIZED"
                                        TO WS-PRES-STATUS
                        END-IF
                    WHEN "R"
                        IF WS-CP-DROPPED
                            MOVE "NO STATUS ON FILE - SKIP"
                                        TO WS-PRES-STATUS
                        ELSE
                            MOVE "Y"        TO WS-CP-DROPPED-SW
                            MOVE "RETURNED TO QUEUE"
                                        TO WS-PRES-STATUS
                        END-IF
                    WHEN OTHER
                        MOVE "UNKNOWN CODE - SKIPPED"
                                        TO WS-PRES-STATUS
                END-EVALUATE
            END-IF.

            PERFORM OB5000-LOG-PRES-TRANS.

       OB3000-FINALIZE-CURRENT-STATUS.
            IF NOT WS-CP-DROPPED
                MOVE WS-CP-ID            TO PO-ID
                MOVE WS-CP-STATUS        TO PO-STATUS
                MOVE WS-CP-DATE-STARTED  TO PO-DATE-STARTED
                MOVE WS-CP-DATE-DONE     TO PO-DATE-DONE

                WRITE OP-PRESERVE-REC
            END-IF.

       OB4000-READ-MASTER-BY-ID.
            MOVE "N"                     TO WS-MASTER-FOUND-SW.
            MOVE TS-ID                   TO IM-ID.

            READ IP-MASTER
                INVALID KEY
                    MOVE "N"             TO WS-MASTER-FOUND-SW
                NOT INVALID KEY
                    MOVE "Y"             TO WS-MASTER-FOUND-SW
            END-READ.

       OB5000-LOG-PRES-TRANS.
            MOVE SPACES                 TO OP-PRESLOG-REC.
            MOVE TS-CODE                TO PL-CODE.
            MOVE TS-ID                  TO PL-ID.
            MOVE WS-TRANS-DATE          TO PL-DATE.
            MOVE WS-PRES-STATUS         TO PL-STATUS.

            WRITE OP-PRESLOG-REC.

       OC0500-RELEASE-INPUT.
            OPEN INPUT IP-TAPES.
            OPEN INPUT RP-PRESERVE.

            PERFORM OC0700-READ-RP-PRESERVE.

            PERFORM OC0600-SCORE-ONE-TAPE
                UNTIL EOF-IP-TAPES.

            CLOSE IP-TAPES.
            CLOSE RP-PRESERVE.

       OC0600-SCORE-ONE-TAPE.
            READ IP-TAPES
                AT END MOVE "Y" TO EOF-IP-TAPES-SW
            END-READ.

            IF NOT EOF-IP-TAPES
                PERFORM OC0700-READ-RP-PRESERVE
                    UNTIL EOF-RP-PRESERVE
                        OR PR-ID NOT < IP-TAPES-ID

                MOVE SPACE              TO WS-TAPE-STATUS
                IF NOT EOF-RP-PRESERVE
                    AND PR-ID = IP-TAPES-ID
                    MOVE PR-STATUS      TO WS-TAPE-STATUS
                END-IF

                PERFORM OC1000-FIND-FORMAT-SLOT
                PERFORM OC2000-FIND-LOCATION

                ADD  1                  TO FS-TAPE-NUM(WS-SLOT-IDX)
                                           FS-TAPE-NUM(5)
                IF WS-LOCATION-POS > ZERO
                    ADD  1              TO LS-TAPE-NUM(WS-LOCATION-POS)
                END-IF

                EVALUATE TRUE
                    WHEN WS-TAPE-DIGITIZED
                        ADD  1          TO FS-DONE-NUM(WS-SLOT-IDX)
                                           FS-DONE-NUM(5)
                        IF WS-LOCATION-POS > ZERO
                            ADD  1      TO
                                LS-DONE-NUM(WS-LOCATION-POS)
                        END-IF
                    WHEN WS-TAPE-IN-PROGRESS
                        ADD  1          TO FS-WIP-NUM(WS-SLOT-IDX)
                                           FS-WIP-NUM(5)
                        IF WS-LOCATION-POS > ZERO
                            ADD  1      TO
                                LS-WIP-NUM(WS-LOCATION-POS)
                        END-IF
                        PERFORM OC3000-SCORE-AND-RELEASE
                    WHEN OTHER
                        PERFORM OC3000-SCORE-AND-RELEASE
                END-EVALUATE
            END-IF.

       OC0700-READ-RP-PRESERVE.
            READ RP-PRESERVE
                AT END MOVE "Y" TO EOF-RP-PRESERVE-SW
            END-READ.

       OC1000-FIND-FORMAT-SLOT.
            EVALUATE IP-TAPES-MEDIA-FORMAT
                WHEN "CASSETTE"
                    MOVE 1               TO WS-SLOT-IDX
                WHEN "8-TRACK"
                    MOVE 2               TO WS-SLOT-IDX
                WHEN "REEL-REEL"
                    MOVE 3               TO WS-SLOT-IDX
                WHEN OTHER
                    MOVE 4               TO WS-SLOT-IDX
            END-EVALUATE.

       OC2000-FIND-LOCATION.
            MOVE IP-TAPES-LOCATION      TO WS-LOOKUP-CODE.

            IF WS-LOOKUP-CODE = SPACES
                MOVE "UNASGN"           TO WS-LOOKUP-CODE
            END-IF.

            MOVE ZERO                   TO WS-LOCATION-POS.

            PERFORM OC2100-CHECK-ONE-LOCATION
                VARYING LS-IDX FROM 1 BY 1
                UNTIL LS-IDX > WS-LOCATION-COUNT
                    OR WS-LOCATION-POS > ZERO
                    OR LS-CODE(LS-IDX) > WS-LOOKUP-CODE.

            IF WS-LOCATION-POS = ZERO
                IF WS-LOCATION-COUNT < WS-LOCATION-MAX
                    PERFORM OC2200-INSERT-LOCATION
                ELSE
                    DISPLAY "TAPE-PRESERVE: LOCATION TABLE FULL - "
                        WS-LOOKUP-CODE " NOT SUMMARIZED"
                END-IF
            END-IF.

       OC2100-CHECK-ONE-LOCATION.
            IF LS-CODE(LS-IDX) = WS-LOOKUP-CODE
                SET WS-LOCATION-POS     TO LS-IDX
            END-IF.

       OC2200-INSERT-LOCATION.
            SET WS-LOCATION-POS         TO LS-IDX.

            PERFORM OC2300-SHIFT-LOCATION-DOWN
                VARYING LS-SCAN-IDX FROM WS-LOCATION-COUNT BY -1
                UNTIL LS-SCAN-IDX < WS-LOCATION-POS.

            ADD  1                      TO WS-LOCATION-COUNT.

            MOVE WS-LOOKUP-CODE         TO LS-CODE(WS-LOCATION-POS).
            MOVE ZERO                   TO LS-TAPE-NUM(WS-LOCATION-POS)
                                           LS-DONE-NUM(WS-LOCATION-POS)
                                           LS-WIP-NUM(WS-LOCATION-POS).

       OC2300-SHIFT-LOCATION-DOWN.
            MOVE LS-ENTRY(LS-SCAN-IDX)  TO LS-ENTRY(LS-SCAN-IDX + 1).

       OC3000-SCORE-AND-RELEASE.
            MOVE FS-POINTS(WS-SLOT-IDX) TO WS-FORMAT-POINTS.

            MOVE ZERO                   TO WS-AGE-POINTS.
            IF IP-TAPES-YEAR IS NUMERIC
                COMPUTE WS-TAPE-AGE =
                    WS-CURRENT-YEAR - IP-TAPES-YEAR-N
                IF WS-TAPE-AGE > ZERO
                    COMPUTE WS-AGE-POINTS = WS-TAPE-AGE / 2
                    IF WS-AGE-POINTS > WS-AGE-MAX-POINTS
                        MOVE WS-AGE-MAX-POINTS
                                        TO WS-AGE-POINTS
                    END-IF
                END-IF
            END-IF.

            EVALUATE IP-TAPES-CONDITION
                WHEN "P "
                    MOVE 30             TO WS-CONDITION-POINTS
                WHEN "F "
                    MOVE 25             TO WS-CONDITION-POINTS
                WHEN "G "
                    MOVE 20             TO WS-CONDITION-POINTS
                WHEN "VG"
                    MOVE 10             TO WS-CONDITION-POINTS
                WHEN "NM"
                    MOVE 5              TO WS-CONDITION-POINTS
                WHEN "M "
                    MOVE ZERO           TO WS-CONDITION-POINTS
                WHEN OTHER
                    MOVE 15             TO WS-CONDITION-POINTS
            END-EVALUATE.

            MOVE ZERO                   TO WS-VALUE-POINTS.
            IF IP-TAPES-VALUE IS NUMERIC
                EVALUATE TRUE
                    WHEN IP-TAPES-VALUE-N >= 500
                        MOVE 20         TO WS-VALUE-POINTS
                    WHEN IP-TAPES-VALUE-N >= 100
                        MOVE 15         TO WS-VALUE-POINTS
                    WHEN IP-TAPES-VALUE-N >= 50
                        MOVE 10         TO WS-VALUE-POINTS
                    WHEN IP-TAPES-VALUE-N >= 20
                        MOVE 5          TO WS-VALUE-POINTS
                END-EVALUATE
            END-IF.

            COMPUTE WS-SCORE = WS-FORMAT-POINTS + WS-AGE-POINTS
                + WS-CONDITION-POINTS + WS-VALUE-POINTS.

            MOVE WS-SCORE               TO SQ-SCORE.
            MOVE IP-TAPES-ID            TO SQ-ID.
            MOVE IP-TAPES-ARTIST        TO SQ-ARTIST.
            MOVE IP-TAPES-TITLE         TO SQ-TITLE.
            MOVE IP-TAPES-YEAR          TO SQ-YEAR.
            MOVE IP-TAPES-MEDIA-FORMAT  TO SQ-FORMAT.
            MOVE IP-TAPES-CONDITION     TO SQ-CONDITION.
            MOVE FS-HOURS-PER(WS-SLOT-IDX)
                                        TO SQ-HOURS.
            MOVE WS-TAPE-STATUS         TO SQ-STATUS.

            IF IP-TAPES-VALUE IS NUMERIC
                MOVE IP-TAPES-VALUE-N   TO SQ-VALUE
            ELSE
                MOVE ZERO               TO SQ-VALUE
            END-IF.

            ADD  1                      TO FS-QUEUE-NUM(WS-SLOT-IDX)
                                           FS-QUEUE-NUM(5).
            ADD  FS-HOURS-PER(WS-SLOT-IDX)
                                        TO FS-QUEUE-HOURS(WS-SLOT-IDX)
                                           FS-QUEUE-HOURS(5).

            RELEASE SW-QUEUE-REC.

       OD1000-PRINT-QUEUE.
            MOVE SPACES                 TO OP-QUEUE-REC.
            WRITE OP-QUEUE-REC FROM TITLE-QUEUE.
            WRITE OP-QUEUE-REC FROM HEADER-QUEUE
                AFTER ADVANCING 2 LINES.
            WRITE OP-QUEUE-REC FROM HEADER-QUEUE-DASHES
                AFTER ADVANCING 1 LINE.

            PERFORM OD1100-PRINT-ONE-ENTRY
                UNTIL EOF-SW-QUEUE.

            MOVE WS-RANK-NUM            TO QT-COUNT.
            WRITE OP-QUEUE-REC FROM QUEUE-TOTAL-REC
                AFTER ADVANCING 2 LINES.

       OD1100-PRINT-ONE-ENTRY.
            RETURN SW-QUEUE
                AT END MOVE "Y" TO EOF-SW-QUEUE-SW.

            IF NOT EOF-SW-QUEUE
                ADD  1                  TO WS-RANK-NUM

                MOVE WS-RANK-NUM        TO DT-RANK
                MOVE SQ-ID              TO DT-ID
                MOVE SQ-ARTIST          TO DT-ARTIST
                MOVE SQ-TITLE           TO DT-TITLE
                MOVE SQ-FORMAT          TO DT-FORMAT
                MOVE SQ-YEAR            TO DT-YEAR
                MOVE SQ-CONDITION       TO DT-CONDITION
                MOVE SQ-VALUE           TO DT-VALUE
                MOVE SQ-SCORE           TO DT-SCORE
                MOVE SQ-HOURS           TO DT-HOURS

                IF SQ-STATUS = "I"
                    MOVE "IN PROGRESS"  TO DT-STATUS
                ELSE
                    MOVE SPACES         TO DT-STATUS
                END-IF

                WRITE OP-QUEUE-REC FROM QUEUE-DETAIL-REC
                    AFTER ADVANCING 1 LINE
            END-IF.

       OE1000-PRINT-HOURS-SUMMARY.
            WRITE OP-QUEUE-REC FROM HOURS-SECTION-TITLE
                AFTER ADVANCING 3 LINES.
            WRITE OP-QUEUE-REC FROM HEADER-HOURS
                AFTER ADVANCING 1 LINE.
            WRITE OP-QUEUE-REC FROM HEADER-HOURS-DASHES
                AFTER ADVANCING 1 LINE.

            PERFORM OE1100-PRINT-ONE-HOURS
                VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > 5.

       OE1100-PRINT-ONE-HOURS.
            MOVE FS-NAME(WS-SLOT-IDX)   TO DH-FORMAT.
            MOVE FS-HOURS-PER(WS-SLOT-IDX)
                                        TO DH-HOURS-PER.
            MOVE FS-QUEUE-NUM(WS-SLOT-IDX)
                                        TO DH-QUEUED.
            MOVE FS-QUEUE-HOURS(WS-SLOT-IDX)
                                        TO DH-HOURS.

            IF WS-SLOT-IDX = 5
                WRITE OP-QUEUE-REC FROM HOURS-DETAIL-REC
                    AFTER ADVANCING 2 LINES
            ELSE
                WRITE OP-QUEUE-REC FROM HOURS-DETAIL-REC
                    AFTER ADVANCING 1 LINE
            END-IF.

       OE2000-PRINT-FORMAT-SUMMARY.
            WRITE OP-QUEUE-REC FROM DIGITIZED-FORMAT-TITLE
                AFTER ADVANCING 3 LINES.
            WRITE OP-QUEUE-REC FROM HEADER-DIGITIZED
                AFTER ADVANCING 1 LINE.
            WRITE OP-QUEUE-REC FROM HEADER-DIGITIZED-DASHES
                AFTER ADVANCING 1 LINE.

            PERFORM OE2100-PRINT-ONE-FORMAT
                VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > 5.

       OE2100-PRINT-ONE-FORMAT.
            MOVE FS-NAME(WS-SLOT-IDX)   TO DD-GROUP.
            MOVE FS-TAPE-NUM(WS-SLOT-IDX)
                                        TO DD-TAPES.
            MOVE FS-DONE-NUM(WS-SLOT-IDX)
                                        TO DD-DONE.
            MOVE FS-WIP-NUM(WS-SLOT-IDX)
                                        TO DD-WIP.

            MOVE ZERO                   TO WS-PCT-DONE.
            IF FS-TAPE-NUM(WS-SLOT-IDX) > ZERO
                COMPUTE WS-PCT-DONE ROUNDED =
                    FS-DONE-NUM(WS-SLOT-IDX) * 100
                    / FS-TAPE-NUM(WS-SLOT-IDX)
            END-IF.
            MOVE WS-PCT-DONE            TO DD-PCT-DONE.

            IF WS-SLOT-IDX = 5
                WRITE OP-QUEUE-REC FROM DIGITIZED-DETAIL-REC
                    AFTER ADVANCING 2 LINES
            ELSE
                WRITE OP-QUEUE-REC FROM DIGITIZED-DETAIL-REC
                    AFTER ADVANCING 1 LINE
            END-IF.

       OE3000-PRINT-LOCATION-SUMMARY.
            WRITE OP-QUEUE-REC FROM DIGITIZED-LOCATION-TITLE
                AFTER ADVANCING 3 LINES.
            WRITE OP-QUEUE-REC FROM HEADER-DIGITIZED
                AFTER ADVANCING 1 LINE.
            WRITE OP-QUEUE-REC FROM HEADER-DIGITIZED-DASHES
                AFTER ADVANCING 1 LINE.

            PERFORM OE3100-PRINT-ONE-LOCATION
                VARYING LS-IDX FROM 1 BY 1
                UNTIL LS-IDX > WS-LOCATION-COUNT.

       OE3100-PRINT-ONE-LOCATION.
            MOVE LS-CODE(LS-IDX)        TO DD-GROUP.
            MOVE LS-TAPE-NUM(LS-IDX)    TO DD-TAPES.
            MOVE LS-DONE-NUM(LS-IDX)    TO DD-DONE.
            MOVE LS-WIP-NUM(LS-IDX)     TO DD-WIP.

            MOVE ZERO                   TO WS-PCT-DONE.
            IF LS-TAPE-NUM(LS-IDX) > ZERO
                COMPUTE WS-PCT-DONE ROUNDED =
                    LS-DONE-NUM(LS-IDX) * 100 / LS-TAPE-NUM(LS-IDX)
            END-IF.
            MOVE WS-PCT-DONE            TO DD-PCT-DONE.

            WRITE OP-QUEUE-REC FROM DIGITIZED-DETAIL-REC
                AFTER ADVANCING 1 LINE.
