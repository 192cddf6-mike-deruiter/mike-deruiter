       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPE-RECOVER.
       AUTHOR. MIKE DERUITER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT GEN1-MASTER
                ASSIGN TO "/tmp/TAPES.DAT.BAK1"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS G1-ID.
            SELECT GEN2-MASTER
                ASSIGN TO "/tmp/TAPES.DAT.BAK2"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS G2-ID.
            SELECT GEN3-MASTER
                ASSIGN TO "/tmp/TAPES.DAT.BAK3"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS G3-ID.
            SELECT WK-MASTER
                ASSIGN TO "/tmp/tape-recover-work"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WK-ID.
            SELECT OPTIONAL IP-JOURNAL
                ASSIGN TO "/tmp/TAPE-JOURNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RS-MASTER
                ASSIGN TO "/tmp/TAPES.DAT.RECOVER"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RS-ID.
            SELECT OP-REPORT
                ASSIGN TO "/tmp/tape-recover-report"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  GEN1-MASTER.
       01  GEN1-MASTER-REC.
            05  G1-ID                   PIC X(06).
            05  G1-REST                 PIC X(87).

       FD  GEN2-MASTER.
       01  GEN2-MASTER-REC.
            05  G2-ID                   PIC X(06).
            05  G2-REST                 PIC X(87).

       FD  GEN3-MASTER.
       01  GEN3-MASTER-REC.
            05  G3-ID                   PIC X(06).
            05  G3-REST                 PIC X(87).

       FD  WK-MASTER.
       01  WK-MASTER-REC.
            05  WK-ID                   PIC X(06).
            05  WK-ARTIST               PIC X(20).
            05  WK-TITLE                PIC X(20).
            05  WK-YEAR                 PIC X(04).
            05  WK-VALUE                PIC X(07).
            05  WK-VALUE-N REDEFINES
                WK-VALUE                PIC 9(05)V99.
            05  WK-RATING               PIC X(03).
            05  WK-FORMAT               PIC X(10).
            05  WK-CONDITION            PIC X(02).
            05  WK-LOCATION             PIC X(06).
            05  WK-ACQ-DATE             PIC X(08).
            05  WK-PURCH-PRICE          PIC X(07).

       FD  IP-JOURNAL.
       01  IP-JOURNAL-REC.
            05  JR-DATE                 PIC X(08).
            05  JR-DATE-N REDEFINES
                JR-DATE                 PIC 9(08).
            05  JR-ID                   PIC X(06).
            05  JR-ACTION               PIC X(08).
            05  JR-BEFORE-IMAGE         PIC X(93).
            05  JR-AFTER-IMAGE          PIC X(93).

       FD  RS-MASTER.
       01  RS-MASTER-REC.
            05  RS-ID                   PIC X(06).
            05  RS-REST                 PIC X(87).

       FD  OP-REPORT.
       01  OP-REPORT-REC               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
            05  EOF-GEN-SW              PIC X VALUE "N".
                88  EOF-GEN                   VALUE "Y".
            05  EOF-JOURNAL-SW          PIC X VALUE "N".
                88  EOF-JOURNAL               VALUE "Y".
            05  EOF-WORK-SW             PIC X VALUE "N".
                88  EOF-WORK                  VALUE "Y".
            05  WS-WORK-FOUND-SW        PIC X VALUE "N".
                88  WS-WORK-FOUND             VALUE "Y".
            05  WS-BALANCE-SW           PIC X VALUE "Y".
                88  WS-IN-BALANCE             VALUE "Y".

       01  WS-PARM                      PIC X(20) VALUE SPACES.

       01  WS-CUTOFF-CONTROL.
            05  WS-GENERATION           PIC X(01) VALUE SPACE.
            05  WS-CUTOFF-MODE          PIC X(01) VALUE SPACE.
                88  WS-CUTOFF-BY-DATE         VALUE "D".
                88  WS-CUTOFF-BY-ENTRY        VALUE "E".
            05  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
            05  WS-CUTOFF-ENTRY         PIC 9(06) VALUE ZERO.

       01  WS-VALUE-WORK.
            05  WS-IMAGE-VALUE          PIC X(07) VALUE SPACES.
            05  WS-IMAGE-VALUE-N REDEFINES
                WS-IMAGE-VALUE          PIC 9(05)V99.

       01  WS-COUNTERS.
            05  WS-ENTRY-NUM            PIC 9(06) VALUE ZERO.
            05  WS-BACKUP-COUNT         PIC 9(06) VALUE ZERO.
            05  WS-RECOVERED-COUNT      PIC 9(06) VALUE ZERO.
            05  WS-APPLIED-COUNT        PIC 9(06) VALUE ZERO.
            05  WS-SKIPPED-COUNT        PIC 9(06) VALUE ZERO.
            05  WS-ADDED-COUNT          PIC 9(06) VALUE ZERO.
            05  WS-CHANGED-COUNT        PIC 9(06) VALUE ZERO.
            05  WS-DELETED-COUNT        PIC 9(06) VALUE ZERO.
            05  WS-REVALUED-COUNT       PIC 9(06) VALUE ZERO.

       01  WS-TOTALS.
            05  WS-BACKUP-VALUE         PIC 9(08)V99 VALUE ZERO.
            05  WS-RECOVERED-VALUE      PIC 9(08)V99 VALUE ZERO.

       01  WS-ENTRY-STATUS              PIC X(24) VALUE SPACES.

       01  RPT-TITLE.
            05                          PIC X(10) VALUE ALL SPACES.
            05                          PIC X(30) VALUE
                    "TAPE MASTER POINT-IN-TIME".
            05                          PIC X(08) VALUE
                    "RECOVERY".

       01  RPT-PARM-LINE.
            05                          PIC X(06) VALUE ALL SPACES.
            05                          PIC X(20) VALUE
                    "STARTING GENERATION:".
            05  RP-GENERATION           PIC X(08) VALUE ALL SPACES.
            05                          PIC X(04) VALUE ALL SPACES.
            05  RP-CUTOFF-LABEL         PIC X(16) VALUE ALL SPACES.
            05  RP-CUTOFF               PIC X(08) VALUE ALL SPACES.

       01  HEADER-RECOVER.
            05                          PIC X(06) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "ENTRY".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE "DATE".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE "ID".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE "ACTION".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE "ARTIST".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(24) VALUE "STATUS".

       01  HEADER-RECOVER-DASHES.
            05                          PIC X(06) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(06) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(08) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(20) VALUE ALL "-".
            05                          PIC X(02) VALUE ALL SPACES.
            05                          PIC X(24) VALUE ALL "-".

       01  RECOVER-DETAIL-REC.
            05                          PIC X(06) VALUE ALL SPACES.
            05  DT-ENTRY                PIC ZZZZZ9 VALUE ZERO.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-DATE                 PIC X(08) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-ID                   PIC X(06) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-ACTION               PIC X(08) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-ARTIST               PIC X(20) VALUE ALL SPACES.
            05                          PIC X(02) VALUE ALL SPACES.
            05  DT-STATUS               PIC X(24) VALUE ALL SPACES.

       01  NO-ENTRIES-REC.
            05                          PIC X(06) VALUE ALL SPACES.
            05                          PIC X(24) VALUE
                    "NO JOURNAL ENTRIES FOUND".

       01  RPT-COUNT-LINE.
            05                          PIC X(06) VALUE ALL SPACES.
            05  RC-LABEL                PIC X(26) VALUE ALL SPACES.
            05  RC-COUNT                PIC ZZZZZ9 VALUE ZERO.

       01  RPT-VALUE-LINE.
            05                          PIC X(06) VALUE ALL SPACES.
            05  RL-LABEL                PIC X(26) VALUE ALL SPACES.
            05  RL-VALUE                PIC $$$,$$$,$$9.99 VALUE ZERO.

       01  RPT-VERDICT-LINE.
            05                          PIC X(06) VALUE ALL SPACES.
            05  RV-VERDICT              PIC X(50) VALUE ALL SPACES.

       PROCEDURE DIVISION.

       00000-MAIN.
            ACCEPT WS-PARM FROM COMMAND-LINE.

            PERFORM OA1000-EDIT-PARM.

            OPEN OUTPUT OP-REPORT.
            MOVE SPACES                 TO OP-REPORT-REC.
            WRITE OP-REPORT-REC FROM RPT-TITLE.
            WRITE OP-REPORT-REC FROM RPT-PARM-LINE
                AFTER ADVANCING 2 LINES.

            OPEN OUTPUT WK-MASTER.

            EVALUATE WS-GENERATION
                WHEN "1"
                    PERFORM OB1000-LOAD-GEN1
                WHEN "2"
                    PERFORM OB2000-LOAD-GEN2
                WHEN "3"
                    PERFORM OB3000-LOAD-GEN3
            END-EVALUATE.

            CLOSE WK-MASTER.

            OPEN I-O WK-MASTER.
            OPEN INPUT IP-JOURNAL.

            WRITE OP-REPORT-REC FROM HEADER-RECOVER
                AFTER ADVANCING 2 LINES.
            WRITE OP-REPORT-REC FROM HEADER-RECOVER-DASHES
                AFTER ADVANCING 1 LINE.

            PERFORM OC1000-REPLAY-ONE-ENTRY
                UNTIL EOF-JOURNAL.

            IF WS-ENTRY-NUM = ZERO
                WRITE OP-REPORT-REC FROM NO-ENTRIES-REC
                    AFTER ADVANCING 1 LINE
            END-IF.

            CLOSE IP-JOURNAL.
            CLOSE WK-MASTER.

            PERFORM OD1000-REBUILD-MASTER.
            PERFORM OE1000-WRITE-RECOVERY-TOTALS.

            CLOSE OP-REPORT.

            IF WS-IN-BALANCE
                PERFORM OD2000-REPLACE-MASTER
            END-IF.

            CALL "CBL_DELETE_FILE" USING "/tmp/tape-recover-work".

            STOP RUN.

       OA1000-EDIT-PARM.
            MOVE WS-PARM(1:1)           TO WS-GENERATION.
            MOVE WS-PARM(3:1)           TO WS-CUTOFF-MODE.

            IF WS-GENERATION NOT = "1" AND "2" AND "3"
                DISPLAY "TAPE-RECOVER: GENERATION MUST BE 1, 2 OR 3"
                MOVE 8                  TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE "TAPES.DAT.BAK"        TO RP-GENERATION.
            MOVE WS-GENERATION          TO RP-GENERATION(8:1).

            EVALUATE TRUE
                WHEN WS-CUTOFF-BY-DATE
                    IF WS-PARM(5:8) NOT NUMERIC
                        DISPLAY "TAPE-RECOVER: CUTOFF DATE MUST BE "
                                "YYYYMMDD"
                        MOVE 8          TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE WS-PARM(5:8)   TO WS-CUTOFF-DATE
                    MOVE "CUTOFF DATE:"  TO RP-CUTOFF-LABEL
                    MOVE WS-PARM(5:8)   TO RP-CUTOFF
                WHEN WS-CUTOFF-BY-ENTRY
                    IF WS-PARM(5:6) NOT NUMERIC
                        DISPLAY "TAPE-RECOVER: CUTOFF ENTRY MUST BE "
                                "6 DIGITS"
                        MOVE 8          TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE WS-PARM(5:6)   TO WS-CUTOFF-ENTRY
                    MOVE "CUTOFF ENTRY:" TO RP-CUTOFF-LABEL
                    MOVE WS-PARM(5:6)   TO RP-CUTOFF
                WHEN OTHER
                    DISPLAY "TAPE-RECOVER: CUTOFF MODE MUST BE D OR E"
                    MOVE 8              TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

       OB1000-LOAD-GEN1.
            OPEN INPUT GEN1-MASTER.

            PERFORM OB1100-LOAD-ONE-GEN1
                UNTIL EOF-GEN.

            CLOSE GEN1-MASTER.

       OB1100-LOAD-ONE-GEN1.
            READ GEN1-MASTER
                AT END MOVE "Y" TO EOF-GEN-SW
            END-READ.

            IF NOT EOF-GEN
                MOVE GEN1-MASTER-REC    TO WK-MASTER-REC
                PERFORM OB4000-WRITE-BACKUP-RECORD
            END-IF.

       OB2000-LOAD-GEN2.
            OPEN INPUT GEN2-MASTER.

            PERFORM OB2100-LOAD-ONE-GEN2
                UNTIL EOF-GEN.

            CLOSE GEN2-MASTER.

       OB2100-LOAD-ONE-GEN2.
            READ GEN2-MASTER
                AT END MOVE "Y" TO EOF-GEN-SW
            END-READ.

            IF NOT EOF-GEN
                MOVE GEN2-MASTER-REC    TO WK-MASTER-REC
                PERFORM OB4000-WRITE-BACKUP-RECORD
            END-IF.

       OB3000-LOAD-GEN3.
            OPEN INPUT GEN3-MASTER.

            PERFORM OB3100-LOAD-ONE-GEN3
                UNTIL EOF-GEN.

            CLOSE GEN3-MASTER.

       OB3100-LOAD-ONE-GEN3.
            READ GEN3-MASTER
                AT END MOVE "Y" TO EOF-GEN-SW
            END-READ.

            IF NOT EOF-GEN
                MOVE GEN3-MASTER-REC    TO WK-MASTER-REC
                PERFORM OB4000-WRITE-BACKUP-RECORD
            END-IF.

       OB4000-WRITE-BACKUP-RECORD.
            WRITE WK-MASTER-REC.

            ADD  1                      TO WS-BACKUP-COUNT.

            IF WK-VALUE IS NUMERIC
                ADD  WK-VALUE-N         TO WS-BACKUP-VALUE
            END-IF.

       OC1000-REPLAY-ONE-ENTRY.
            READ IP-JOURNAL
                AT END MOVE "Y" TO EOF-JOURNAL-SW
            END-READ.

            IF NOT EOF-JOURNAL
                ADD  1                  TO WS-ENTRY-NUM

                IF (WS-CUTOFF-BY-DATE
                        AND JR-DATE IS NUMERIC
                        AND JR-DATE-N > WS-CUTOFF-DATE)
                    OR (WS-CUTOFF-BY-ENTRY
                        AND WS-ENTRY-NUM > WS-CUTOFF-ENTRY)
                    MOVE "SKIPPED - PAST CUTOFF" TO WS-ENTRY-STATUS
                ELSE
                    MOVE JR-ID          TO WK-ID
                    PERFORM OC6000-READ-WORK-BY-ID

                    EVALUATE JR-ACTION
                        WHEN "ADDED"
                            PERFORM OC2000-APPLY-ADDED
                        WHEN "CHANGED"
                        WHEN "REVALUED"
                            PERFORM OC3000-APPLY-CHANGED
                        WHEN "DELETED"
                            PERFORM OC4000-APPLY-DELETED
                        WHEN OTHER
                            MOVE "SKIPPED - UNKNOWN ACTION"
                                        TO WS-ENTRY-STATUS
                    END-EVALUATE
                END-IF

                IF WS-ENTRY-STATUS = "APPLIED"
                    ADD  1              TO WS-APPLIED-COUNT
                ELSE
                    ADD  1              TO WS-SKIPPED-COUNT
                END-IF

                PERFORM OC5000-LOG-ENTRY
            END-IF.

       OC2000-APPLY-ADDED.
            IF WS-WORK-FOUND
                MOVE "SKIPPED - ALREADY ON FILE" TO WS-ENTRY-STATUS
            ELSE
                MOVE JR-AFTER-IMAGE     TO WK-MASTER-REC
                WRITE WK-MASTER-REC
                    INVALID KEY
                        MOVE "SKIPPED - WRITE FAILED"
                                        TO WS-ENTRY-STATUS
                    NOT INVALID KEY
                        MOVE "APPLIED"  TO WS-ENTRY-STATUS
                        ADD  1          TO WS-ADDED-COUNT
                END-WRITE
            END-IF.

       OC3000-APPLY-CHANGED.
            EVALUATE TRUE
                WHEN NOT WS-WORK-FOUND
                    MOVE "SKIPPED - NOT ON FILE" TO WS-ENTRY-STATUS
                WHEN WK-MASTER-REC NOT = JR-BEFORE-IMAGE
                    MOVE "SKIPPED - BEFORE MISMATCH"
                                        TO WS-ENTRY-STATUS
                WHEN OTHER
                    MOVE JR-AFTER-IMAGE TO WK-MASTER-REC
                    REWRITE WK-MASTER-REC
                        INVALID KEY
                            MOVE "SKIPPED - REWRITE FAILED"
                                        TO WS-ENTRY-STATUS
                        NOT INVALID KEY
                            MOVE "APPLIED" TO WS-ENTRY-STATUS
                            IF JR-ACTION = "REVALUED"
                                ADD  1  TO WS-REVALUED-COUNT
                            ELSE
                                ADD  1  TO WS-CHANGED-COUNT
                            END-IF
                    END-REWRITE
            END-EVALUATE.

       OC4000-APPLY-DELETED.
            EVALUATE TRUE
                WHEN NOT WS-WORK-FOUND
                    MOVE "SKIPPED - NOT ON FILE" TO WS-ENTRY-STATUS
                WHEN WK-MASTER-REC NOT = JR-BEFORE-IMAGE
                    MOVE "SKIPPED - BEFORE MISMATCH"
                                        TO WS-ENTRY-STATUS
                WHEN OTHER
                    DELETE WK-MASTER
                        INVALID KEY
                            MOVE "SKIPPED - DELETE FAILED"
                                        TO WS-ENTRY-STATUS
                        NOT INVALID KEY
                            MOVE "APPLIED" TO WS-ENTRY-STATUS
                            ADD  1      TO WS-DELETED-COUNT
                    END-DELETE
            END-EVALUATE.

       OC5000-LOG-ENTRY.
            MOVE WS-ENTRY-NUM           TO DT-ENTRY.
            MOVE JR-DATE                TO DT-DATE.
            MOVE JR-ID                  TO DT-ID.
            MOVE JR-ACTION              TO DT-ACTION.

            IF JR-AFTER-IMAGE = SPACES
                MOVE JR-BEFORE-IMAGE(7:20) TO DT-ARTIST
            ELSE
                MOVE JR-AFTER-IMAGE(7:20)  TO DT-ARTIST
            END-IF.

            MOVE WS-ENTRY-STATUS        TO DT-STATUS.

            WRITE OP-REPORT-REC FROM RECOVER-DETAIL-REC
                AFTER ADVANCING 1 LINE.

            MOVE SPACES                 TO WS-ENTRY-STATUS.

       OC6000-READ-WORK-BY-ID.
            MOVE "N"                    TO WS-WORK-FOUND-SW.

            READ WK-MASTER
                INVALID KEY
                    MOVE "N"            TO WS-WORK-FOUND-SW
                NOT INVALID KEY
                    MOVE "Y"            TO WS-WORK-FOUND-SW
            END-READ.

       OD1000-REBUILD-MASTER.
            OPEN INPUT WK-MASTER.
            OPEN OUTPUT RS-MASTER.

            PERFORM OD1100-COPY-ONE-WORK
                UNTIL EOF-WORK.

            CLOSE WK-MASTER.
            CLOSE RS-MASTER.

       OD1100-COPY-ONE-WORK.
            READ WK-MASTER NEXT RECORD
                AT END MOVE "Y" TO EOF-WORK-SW
            END-READ.

            IF NOT EOF-WORK
                MOVE WK-MASTER-REC      TO RS-MASTER-REC
                WRITE RS-MASTER-REC

                ADD  1                  TO WS-RECOVERED-COUNT

                IF WK-VALUE IS NUMERIC
                    ADD  WK-VALUE-N     TO WS-RECOVERED-VALUE
                END-IF
            END-IF.

       OD2000-REPLACE-MASTER.
            CALL "CBL_DELETE_FILE" USING "/tmp/TAPES.DAT.PRE-RECOVER".
            CALL "CBL_RENAME_FILE" USING "/tmp/TAPES.DAT"
                                          "/tmp/TAPES.DAT.PRE-RECOVER".
            CALL "CBL_RENAME_FILE" USING "/tmp/TAPES.DAT.RECOVER"
                                          "/tmp/TAPES.DAT".

       OE1000-WRITE-RECOVERY-TOTALS.
            MOVE "BACKUP RECORDS:"       TO RC-LABEL.
            MOVE WS-BACKUP-COUNT         TO RC-COUNT.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 2 LINES.

            MOVE "BACKUP VALUE:"         TO RL-LABEL.
            MOVE WS-BACKUP-VALUE         TO RL-VALUE.
            WRITE OP-REPORT-REC FROM RPT-VALUE-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "JOURNAL ENTRIES READ:"  TO RC-LABEL.
            MOVE WS-ENTRY-NUM            TO RC-COUNT.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 2 LINES.

            MOVE "ENTRIES APPLIED:"      TO RC-LABEL.
            MOVE WS-APPLIED-COUNT        TO RC-COUNT.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "  ADDED:"              TO RC-LABEL.
            MOVE WS-ADDED-COUNT          TO RC-COUNT.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "  CHANGED:"            TO RC-LABEL.
            MOVE WS-CHANGED-COUNT        TO RC-COUNT.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "  REVALUED:"           TO RC-LABEL.
            MOVE WS-REVALUED-COUNT       TO RC-COUNT.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "  DELETED:"            TO RC-LABEL.
            MOVE WS-DELETED-COUNT        TO RC-COUNT.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "ENTRIES SKIPPED:"      TO RC-LABEL.
            MOVE WS-SKIPPED-COUNT        TO RC-COUNT.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 1 LINE.

            MOVE "RECOVERED RECORDS:"    TO RC-LABEL.
            MOVE WS-RECOVERED-COUNT      TO RC-COUNT.
            WRITE OP-REPORT-REC FROM RPT-COUNT-LINE
                AFTER ADVANCING 2 LINES.

            MOVE "RECOVERED VALUE:"      TO RL-LABEL.
            MOVE WS-RECOVERED-VALUE      TO RL-VALUE.
            WRITE OP-REPORT-REC FROM RPT-VALUE-LINE
                AFTER ADVANCING 1 LINE.

            IF WS-RECOVERED-COUNT = WS-BACKUP-COUNT
                    + WS-ADDED-COUNT - WS-DELETED-COUNT
                MOVE "MASTER RECOVERED"  TO RV-VERDICT
            ELSE
                MOVE "RECOVERED COUNT OUT OF BALANCE"
                                         TO RV-VERDICT
                MOVE "N"                 TO WS-BALANCE-SW
                MOVE 8                   TO RETURN-CODE
            END-IF.

            WRITE OP-REPORT-REC FROM RPT-VERDICT-LINE
                AFTER ADVANCING 2 LINES.

            IF WS-IN-BALANCE
                MOVE "PRIOR TAPES.DAT SAVED AS TAPES.DAT.PRE-RECOVER"
                                         TO RV-VERDICT
            ELSE
                MOVE "TAPES.DAT NOT REPLACED - SEE TAPES.DAT.RECOVER"
                                         TO RV-VERDICT
            END-IF.

            WRITE OP-REPORT-REC FROM RPT-VERDICT-LINE
                AFTER ADVANCING 1 LINE.
