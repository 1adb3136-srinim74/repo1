       $SET SQL(DBMAN=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBCONN-FILE ASSIGN TO "DBCONN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBCONN-STATUS.
           SELECT RECOVERY-PARM-FILE ASSIGN TO "RCVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "COMPBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DBCONN-FILE
           RECORDING MODE IS F.
       01  DBCONN-RECORD.
           COPY DBCONN
               REPLACING ==WS-DB-INSTANCE== BY ==PF-DB-INSTANCE==
                         ==WS-DB-USERID==   BY ==PF-DB-USERID==
                         ==WS-DB-PASSWORD== BY ==PF-DB-PASSWORD==.
       FD  RECOVERY-PARM-FILE
           RECORDING MODE IS F.
       01  RECOVERY-PARM-RECORD.
           05  RPM-STOP-MODE               PIC X(1).
           05  RPM-STOP-DATE               PIC X(8).
           05  RPM-STOP-TIME               PIC X(6).
           05  RPM-STOP-RUN-ID             PIC X(8).
       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  BACKUP-RECORD.
           05  BKP-REC-TYPE                PIC X(1).
           05  BKP-COMPANY-DATA            PIC X(152).
       01  BACKUP-LOCATION-RECORD.
           05  BKL-REC-TYPE                PIC X(1).
           05  BKL-LOCATION-DATA           PIC X(112).
           05  FILLER                      PIC X(40).
       01  BACKUP-HEADER-RECORD.
           05  BKH-REC-TYPE                PIC X(1).
           05  BKH-RUN-ID                  PIC X(8).
           05  BKH-BUSINESS-DATE           PIC X(8).
           05  BKH-BACKUP-DATE             PIC X(8).
           05  BKH-BACKUP-TIME             PIC X(6).
           05  BKH-LAST-HIST-SEQ           PIC 9(9).
           05  BKH-LAST-LHIST-SEQ          PIC 9(9).
           05  FILLER                      PIC X(104).
       01  BACKUP-TRAILER-RECORD.
           05  BKR-REC-TYPE                PIC X(1).
           05  BKR-COMPANY-COUNT           PIC 9(9).
           05  BKR-COMPANY-HASH            PIC 9(15).
           05  BKR-LOCATION-COUNT          PIC 9(9).
           05  BKR-LOCATION-HASH           PIC 9(15).
           05  FILLER                      PIC X(104).
       FD  RECOVERY-REPORT-FILE
           RECORDING MODE IS F.
       01  RECOVERY-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-COMPANY-RECORD.
           COPY COMPANY.
       01  WS-LOCATION-RECORD.
           COPY COMPLOC.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-PARM-STATUS            PIC X(2).
       01  WS-BACKUP-STATUS          PIC X(2).
       01  WS-REPORT-STATUS          PIC X(2).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-STOP-MODE              PIC X(1).
           88  WS-STOP-AT-END                VALUE 'E'.
           88  WS-STOP-AT-TIME               VALUE 'T'.
           88  WS-STOP-AFTER-RUN             VALUE 'R'.
       01  WS-STOP-RUN-ID            PIC X(8).
       01  WS-STOP-POINT.
           05  WS-STOP-DATE          PIC X(8).
           05  WS-STOP-TIME          PIC X(6).
       01  WS-STOP-STAMP REDEFINES WS-STOP-POINT
                                     PIC X(14).
       01  WS-BACKUP-POINT.
           05  WS-BACKUP-DATE        PIC X(8).
           05  WS-BACKUP-TIME        PIC X(6).
       01  WS-BACKUP-STAMP REDEFINES WS-BACKUP-POINT
                                     PIC X(14).
       01  WS-BACKUP-RUN-ID          PIC X(8).
       01  WS-BACKUP-BUSINESS-DATE   PIC X(8).
       01  WS-LAST-HIST-SEQ          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LAST-LHIST-SEQ         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-HIST-SEQ               PIC S9(9) COMP-5.
       01  WS-HIST-CHANGE-TYPE       PIC X(1).
       01  WS-REPORT-OPEN-SW         PIC X(1) VALUE 'N'.
           88  WS-REPORT-OPEN                VALUE 'Y'.
       01  WS-END-OF-BACKUP-SW       PIC X(1) VALUE 'N'.
           88  WS-END-OF-BACKUP              VALUE 'Y'.
       01  WS-HAS-HEADER-SW          PIC X(1) VALUE 'N'.
           88  WS-HAS-HEADER                 VALUE 'Y'.
       01  WS-HAS-TRAILER-SW         PIC X(1) VALUE 'N'.
           88  WS-HAS-TRAILER                VALUE 'Y'.
       01  WS-END-OF-CURSOR-SW       PIC X(1) VALUE 'N'.
           88  WS-END-OF-CURSOR              VALUE 'Y'.
       01  WS-RECOVERY-COMMITTED-SW  PIC X(1) VALUE 'N'.
           88  WS-RECOVERY-COMMITTED         VALUE 'Y'.
       01  WS-TRAILER-COMPANY-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TRAILER-COMPANY-HASH   PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-TRAILER-LOCATION-COUNT PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TRAILER-LOCATION-HASH  PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-LOADED-COMPANY-COUNT   PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LOADED-COMPANY-HASH    PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-LOADED-LOCATION-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LOADED-LOCATION-HASH   PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-EXPECT-COMPANY-COUNT   PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-EXPECT-COMPANY-HASH    PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-EXPECT-LOCATION-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-EXPECT-LOCATION-HASH   PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-ACTUAL-COMPANY-COUNT   PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ACTUAL-COMPANY-HASH    PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-ACTUAL-LOCATION-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ACTUAL-LOCATION-HASH   PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-ROLL-COMPANY-INSERTS   PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ROLL-COMPANY-UPDATES   PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ROLL-COMPANY-DELETES   PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ROLL-LOCATION-INSERTS  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ROLL-LOCATION-UPDATES  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ROLL-LOCATION-DELETES  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ROLL-EXCEPTIONS        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-OUT-OF-BALANCE         PIC S9(4) COMP VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                PIC X(37)
               VALUE 'COMPANY DATABASE RECOVERY REPORT    '.
           05  FILLER                PIC X(11) VALUE 'RUN DATE : '.
           05  RH1-RUN-DATE          PIC X(8).
           05  FILLER                PIC X(76) VALUE SPACES.
       01  WS-BACKUP-LINE.
           05  FILLER                PIC X(20)
               VALUE 'BACKUP TAKEN      : '.
           05  BUL-BACKUP-DATE       PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  BUL-BACKUP-TIME       PIC X(6).
           05  FILLER                PIC X(4)  VALUE ' BY '.
           05  BUL-BACKUP-RUN-ID     PIC X(8).
           05  FILLER                PIC X(23)
               VALUE ' FOR BUSINESS DATE     '.
           05  BUL-BUSINESS-DATE     PIC X(8).
           05  FILLER                PIC X(54) VALUE SPACES.
       01  WS-STOP-LINE.
           05  FILLER                PIC X(20)
               VALUE 'ROLLED FORWARD TO : '.
           05  STL-STOP-TEXT         PIC X(60).
           05  FILLER                PIC X(52) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CNL-LABEL             PIC X(40).
           05  CNL-COUNT             PIC ZZZZZZZZ9.
           05  FILLER                PIC X(83) VALUE SPACES.
       01  WS-BALANCE-HEADING.
           05  FILLER                PIC X(30)
               VALUE 'BALANCING TOTAL'.
           05  FILLER                PIC X(18)
               VALUE '        EXPECTED'.
           05  FILLER                PIC X(18)
               VALUE '       RECOVERED'.
           05  FILLER                PIC X(66) VALUE '  RESULT'.
       01  WS-BALANCE-LINE.
           05  BAL-LABEL             PIC X(30).
           05  BAL-EXPECTED          PIC Z(15)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  BAL-ACTUAL            PIC Z(15)9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  BAL-RESULT            PIC X(14).
           05  FILLER                PIC X(50) VALUE SPACES.
       01  WS-BALANCE-EXPECTED       PIC S9(15) COMP-5.
       01  WS-BALANCE-ACTUAL         PIC S9(15) COMP-5.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0090-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                PERFORM 0095-READ-RECOVERY-PARM
           END-IF.
           IF WS-RETURN-CODE = 0
                PERFORM 0080-OPEN-RECOVERY-REPORT
           END-IF.
           IF WS-RETURN-CODE = 0
                EXEC SQL
                    CONNECT TO :WS-DB-INSTANCE
                        USER :WS-DB-USERID
                        USING :WS-DB-PASSWORD
                END-EXEC
                IF SQLCODE = 0
                     DISPLAY 'CONNECTION SUCCESSFUL'
                     PERFORM 0100-RESOLVE-STOP-POINT
                     IF WS-RETURN-CODE = 0
                          PERFORM 0200-RELOAD-BACKUP
                     END-IF
                     IF WS-RETURN-CODE = 0
                          PERFORM 0300-ROLL-FORWARD-COMPANIES
                     END-IF
                     IF WS-RETURN-CODE < 12
                          PERFORM 0400-ROLL-FORWARD-LOCATIONS
                     END-IF
                     IF WS-RETURN-CODE < 12
                          PERFORM 0500-BALANCE-RECOVERY
                     END-IF
                     PERFORM 0550-COMMIT-OR-BACK-OUT
                ELSE
                     DISPLAY 'CONNECTION FAILED'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF.
           IF WS-REPORT-OPEN
                PERFORM 0600-PRINT-RECOVERY-REPORT
                CLOSE RECOVERY-REPORT-FILE
           END-IF.
           DISPLAY 'COMPANY DATABASE RECOVERY - HIGHEST RETURN CODE '
               WS-RETURN-CODE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       0080-OPEN-RECOVERY-REPORT.
           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF WS-REPORT-STATUS = '00'
                SET WS-REPORT-OPEN TO TRUE
           ELSE
                DISPLAY 'UNABLE TO OPEN RECOVERY REPORT - STATUS '
                    WS-REPORT-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0090-READ-DB-PARAMETERS.
           OPEN INPUT DBCONN-FILE
           IF WS-DBCONN-STATUS = '00'
                READ DBCONN-FILE INTO WS-DB-CONNECTION
                CLOSE DBCONN-FILE
           ELSE
                DISPLAY 'UNABLE TO OPEN DBCONN PARAMETER FILE - STATUS '
                    WS-DBCONN-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *    RCVPARM IS REQUIRED - A RECOVERY IS NEVER RUN ON DEFAULTS.
      *    MODE 'E' ROLLS FORWARD TO THE END OF HISTORY, 'T' TO THE
      *    DATE AND TIME GIVEN, 'R' THROUGH THE LAST RUN OF THE RUN ID
      *    GIVEN ON THE DATE GIVEN.
       0095-READ-RECOVERY-PARM.
           OPEN INPUT RECOVERY-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN RECOVERY PARM FILE - STATUS '
                    WS-PARM-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                READ RECOVERY-PARM-FILE
                    AT END
                         DISPLAY 'RECOVERY PARM FILE IS EMPTY'
                         MOVE 12 TO WS-RETURN-CODE
                END-READ
                IF WS-RETURN-CODE = 0
                     MOVE RPM-STOP-MODE TO WS-STOP-MODE
                     MOVE RPM-STOP-DATE TO WS-STOP-DATE
                     MOVE RPM-STOP-TIME TO WS-STOP-TIME
                     MOVE RPM-STOP-RUN-ID TO WS-STOP-RUN-ID
                END-IF
                CLOSE RECOVERY-PARM-FILE
           END-IF
           IF WS-RETURN-CODE = 0
                EVALUATE TRUE
                     WHEN WS-STOP-AT-END
                          CONTINUE
                     WHEN WS-STOP-AT-TIME
                          IF WS-STOP-DATE NOT NUMERIC
                             OR WS-STOP-TIME NOT NUMERIC
                               DISPLAY 'INVALID RECOVERY STOP DATE/TIME'
                                   ' - ' WS-STOP-DATE ' ' WS-STOP-TIME
                               MOVE 12 TO WS-RETURN-CODE
                          END-IF
                     WHEN WS-STOP-AFTER-RUN
                          IF WS-STOP-DATE NOT NUMERIC
                             OR WS-STOP-RUN-ID = SPACES
                               DISPLAY 'INVALID RECOVERY STOP RUN - '
                                   WS-STOP-RUN-ID ' ' WS-STOP-DATE
                               MOVE 12 TO WS-RETURN-CODE
                          END-IF
                     WHEN OTHER
                          DISPLAY 'INVALID RECOVERY STOP MODE - '
                              WS-STOP-MODE
                          MOVE 12 TO WS-RETURN-CODE
                END-EVALUATE
           END-IF.

      *    EVERY HISTORY ROW A RUN WRITES CARRIES THE TIME THE RUN
      *    STARTED, SO STOPPING AFTER A RUN MEANS STOPPING AT THE
      *    START TIME OF ITS LAST EXECUTION THAT DAY.
       0100-RESOLVE-STOP-POINT.
           EVALUATE TRUE
                WHEN WS-STOP-AT-END
                     MOVE '99999999' TO WS-STOP-DATE
                     MOVE '999999' TO WS-STOP-TIME
                WHEN WS-STOP-AFTER-RUN
                     EXEC SQL
                         SELECT COALESCE(MAX(R."RUN-TIME"), ' ')
                           INTO :WS-STOP-TIME
                           FROM (SELECT "RUN-TIME"
                                   FROM "COMPANY-HISTORY"
                                  WHERE "RUN-ID" = :WS-STOP-RUN-ID
                                    AND "RUN-DATE" = :WS-STOP-DATE
                                 UNION ALL
                                 SELECT "RUN-TIME"
                                   FROM "LOCATION-HISTORY"
                                  WHERE "RUN-ID" = :WS-STOP-RUN-ID
                                    AND "RUN-DATE" = :WS-STOP-DATE) R
                     END-EXEC
                     EVALUATE TRUE
                          WHEN SQLCODE NOT = 0
                               DISPLAY 'ERROR READING HISTORY FOR RUN '
                                   WS-STOP-RUN-ID ' - SQLCODE ' SQLCODE
                               MOVE 12 TO WS-RETURN-CODE
                          WHEN WS-STOP-TIME = SPACES
                               DISPLAY 'NO CHANGES ON HISTORY FROM RUN '
                                   WS-STOP-RUN-ID ' ON ' WS-STOP-DATE
                               MOVE 12 TO WS-RETURN-CODE
                     END-EVALUATE
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.

      *    THE BACKUP REPLACES BOTH TABLES WHOLE. NOTHING IS COMMITTED
      *    UNTIL THE ROLL-FORWARD HAS BALANCED, SO A FAILURE ANYWHERE
      *    LEAVES THE TABLES AS THEY WERE BEFORE THE RUN.
       0200-RELOAD-BACKUP.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN BACKUP FILE - STATUS '
                    WS-BACKUP-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                PERFORM 0210-READ-BACKUP-RECORD
                IF NOT WS-END-OF-BACKUP AND BKH-REC-TYPE = 'H'
                     PERFORM 0220-ACCEPT-BACKUP-HEADER
                ELSE
                     DISPLAY 'BACKUP FILE HAS NO HEADER RECORD'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
                IF WS-RETURN-CODE = 0
                     PERFORM 0230-CLEAR-COMPANY-TABLES
                END-IF
                IF WS-RETURN-CODE = 0
                     PERFORM 0210-READ-BACKUP-RECORD
                     PERFORM UNTIL WS-END-OF-BACKUP
                          PERFORM 0240-LOAD-BACKUP-RECORD
                          PERFORM 0210-READ-BACKUP-RECORD
                     END-PERFORM
                     PERFORM 0280-VERIFY-BACKUP-TOTALS
                END-IF
                CLOSE BACKUP-FILE
           END-IF.

       0210-READ-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                    SET WS-END-OF-BACKUP TO TRUE
           END-READ.

       0220-ACCEPT-BACKUP-HEADER.
           SET WS-HAS-HEADER TO TRUE
           MOVE BKH-RUN-ID TO WS-BACKUP-RUN-ID
           MOVE BKH-BUSINESS-DATE TO WS-BACKUP-BUSINESS-DATE
           MOVE BKH-BACKUP-DATE TO WS-BACKUP-DATE
           MOVE BKH-BACKUP-TIME TO WS-BACKUP-TIME
           MOVE BKH-LAST-HIST-SEQ TO WS-LAST-HIST-SEQ
           MOVE BKH-LAST-LHIST-SEQ TO WS-LAST-LHIST-SEQ
           DISPLAY 'RELOADING BACKUP TAKEN ' WS-BACKUP-DATE ' '
               WS-BACKUP-TIME ' BY ' WS-BACKUP-RUN-ID
           IF WS-STOP-STAMP < WS-BACKUP-STAMP
                DISPLAY 'STOP POINT ' WS-STOP-DATE ' ' WS-STOP-TIME
                    ' IS EARLIER THAN THE BACKUP - CHOOSE AN OLDER '
                    'BACKUP'
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0230-CLEAR-COMPANY-TABLES.
           EXEC SQL
               DELETE FROM "COMPANY-LOCATION"
           END-EXEC
           IF SQLCODE = 0 OR SQLCODE = 100
                EXEC SQL
                    DELETE FROM COMPANY
                END-EXEC
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'ERROR CLEARING COMPANY TABLES - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0240-LOAD-BACKUP-RECORD.
           EVALUATE BKP-REC-TYPE
                WHEN 'C'
                     MOVE BKP-COMPANY-DATA TO WS-COMPANY-RECORD
                     PERFORM 0250-INSERT-COMPANY
                     IF SQLCODE = 0
                          ADD 1 TO WS-LOADED-COMPANY-COUNT
                          ADD WS-ID TO WS-LOADED-COMPANY-HASH
                     ELSE
                          SET WS-END-OF-BACKUP TO TRUE
                     END-IF
                WHEN 'L'
                     MOVE BKL-LOCATION-DATA TO WS-LOCATION-RECORD
                     PERFORM 0260-INSERT-LOCATION
                     IF SQLCODE = 0
                          ADD 1 TO WS-LOADED-LOCATION-COUNT
                          ADD WS-LOC-COMPANY-ID
                              TO WS-LOADED-LOCATION-HASH
                     ELSE
                          SET WS-END-OF-BACKUP TO TRUE
                     END-IF
                WHEN 'T'
                     SET WS-HAS-TRAILER TO TRUE
                     MOVE BKR-COMPANY-COUNT TO WS-TRAILER-COMPANY-COUNT
                     MOVE BKR-COMPANY-HASH TO WS-TRAILER-COMPANY-HASH
                     MOVE BKR-LOCATION-COUNT
                         TO WS-TRAILER-LOCATION-COUNT
                     MOVE BKR-LOCATION-HASH
                         TO WS-TRAILER-LOCATION-HASH
                WHEN OTHER
                     DISPLAY 'UNKNOWN BACKUP RECORD TYPE - '
                         BKP-REC-TYPE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-BACKUP TO TRUE
           END-EVALUATE.

       0250-INSERT-COMPANY.
           EXEC SQL
               INSERT INTO COMPANY
                      (ID, NAME, ADDRESS, CITY, STATE, ZIP, PHONE,
                       STATUS)
               VALUES (:WS-ID, :WS-NAME, :WS-ADDRESS, :WS-CITY,
                       :WS-STATE, :WS-ZIP, :WS-PHONE, :WS-STATUS)
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'INSERT FAILED FOR COMPANY ' WS-ID
                    ' - SQLCODE ' SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0260-INSERT-LOCATION.
           EXEC SQL
               INSERT INTO "COMPANY-LOCATION"
                      ("COMPANY-ID", "LOC-TYPE", ADDRESS, CITY,
                       STATE, ZIP, PHONE)
               VALUES (:WS-LOC-COMPANY-ID, :WS-LOC-TYPE,
                       :WS-LOC-ADDRESS, :WS-LOC-CITY, :WS-LOC-STATE,
                       :WS-LOC-ZIP, :WS-LOC-PHONE)
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'LOCATION INSERT FAILED FOR COMPANY '
                    WS-LOC-COMPANY-ID ' TYPE ' WS-LOC-TYPE
                    ' - SQLCODE ' SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0280-VERIFY-BACKUP-TOTALS.
           IF WS-RETURN-CODE NOT = 12
                IF NOT WS-HAS-TRAILER
                     DISPLAY 'BACKUP FILE HAS NO TRAILER RECORD - '
                         'FILE IS INCOMPLETE'
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     IF WS-LOADED-COMPANY-COUNT
                            NOT = WS-TRAILER-COMPANY-COUNT
                        OR WS-LOADED-COMPANY-HASH
                            NOT = WS-TRAILER-COMPANY-HASH
                        OR WS-LOADED-LOCATION-COUNT
                            NOT = WS-TRAILER-LOCATION-COUNT
                        OR WS-LOADED-LOCATION-HASH
                            NOT = WS-TRAILER-LOCATION-HASH
                          DISPLAY 'BACKUP FILE DOES NOT MATCH ITS '
                              'TRAILER TOTALS - FILE IS DAMAGED'
                          MOVE 12 TO WS-RETURN-CODE
                     END-IF
                END-IF
           END-IF
           MOVE WS-TRAILER-COMPANY-COUNT TO WS-EXPECT-COMPANY-COUNT
           MOVE WS-TRAILER-COMPANY-HASH TO WS-EXPECT-COMPANY-HASH
           MOVE WS-TRAILER-LOCATION-COUNT TO WS-EXPECT-LOCATION-COUNT
           MOVE WS-TRAILER-LOCATION-HASH TO WS-EXPECT-LOCATION-HASH.

      *    ROLL-FORWARD REAPPLIES THE IMAGE EACH PROGRAM3 CHANGE LEFT
      *    BEHIND, IN THE ORDER THE CHANGES WERE MADE. THE EXPECTED
      *    TOTALS MOVE WITH EVERY ADD AND REMOVE SO THE TABLES CAN BE
      *    BALANCED AT THE END.
       0300-ROLL-FORWARD-COMPANIES.
           EXEC SQL
               DECLARE RCV-COMPANY-CURSOR CURSOR FOR
               SELECT "HIST-SEQ", ID, "CHANGE-TYPE",
                      COALESCE("NEW-NAME", ' '),
                      COALESCE("NEW-ADDRESS", ' '),
                      COALESCE("NEW-CITY", ' '),
                      COALESCE("NEW-STATE", ' '),
                      COALESCE("NEW-ZIP", ' '),
                      COALESCE("NEW-PHONE", ' '),
                      COALESCE("NEW-STATUS", ' ')
                 FROM "COMPANY-HISTORY"
                WHERE "HIST-SEQ" > :WS-LAST-HIST-SEQ
                  AND "RUN-DATE" || "RUN-TIME" <= :WS-STOP-STAMP
                ORDER BY "HIST-SEQ"
           END-EXEC
           EXEC SQL OPEN RCV-COMPANY-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN HISTORY CURSOR - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE 'N' TO WS-END-OF-CURSOR-SW
                PERFORM UNTIL WS-END-OF-CURSOR
                     PERFORM 0310-FETCH-COMPANY-CHANGE
                     IF NOT WS-END-OF-CURSOR
                          PERFORM 0320-APPLY-COMPANY-CHANGE
                     END-IF
                END-PERFORM
                EXEC SQL CLOSE RCV-COMPANY-CURSOR END-EXEC
           END-IF.

       0310-FETCH-COMPANY-CHANGE.
           EXEC SQL
               FETCH RCV-COMPANY-CURSOR
                 INTO :WS-HIST-SEQ, :WS-ID, :WS-HIST-CHANGE-TYPE,
                      :WS-NAME, :WS-ADDRESS, :WS-CITY, :WS-STATE,
                      :WS-ZIP, :WS-PHONE, :WS-STATUS
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING DATA  ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       0320-APPLY-COMPANY-CHANGE.
           EVALUATE WS-HIST-CHANGE-TYPE
                WHEN 'I'
                     PERFORM 0250-INSERT-COMPANY
                     IF SQLCODE = 0
                          ADD 1 TO WS-ROLL-COMPANY-INSERTS
                     END-IF
                     ADD 1 TO WS-EXPECT-COMPANY-COUNT
                     ADD WS-ID TO WS-EXPECT-COMPANY-HASH
                WHEN 'U'
                     EXEC SQL
                         UPDATE COMPANY
                            SET NAME    = :WS-NAME,
                                ADDRESS = :WS-ADDRESS,
                                CITY    = :WS-CITY,
                                STATE   = :WS-STATE,
                                ZIP     = :WS-ZIP,
                                PHONE   = :WS-PHONE,
                                STATUS  = :WS-STATUS
                          WHERE ID = :WS-ID
                     END-EXEC
                     PERFORM 0380-CHECK-ROLL-RESULT
                     IF SQLCODE = 0
                          ADD 1 TO WS-ROLL-COMPANY-UPDATES
                     END-IF
                WHEN 'D'
                WHEN 'M'
                     EXEC SQL
                         DELETE FROM COMPANY
                          WHERE ID = :WS-ID
                     END-EXEC
                     PERFORM 0380-CHECK-ROLL-RESULT
                     IF SQLCODE = 0
                          ADD 1 TO WS-ROLL-COMPANY-DELETES
                     END-IF
                     SUBTRACT 1 FROM WS-EXPECT-COMPANY-COUNT
                     SUBTRACT WS-ID FROM WS-EXPECT-COMPANY-HASH
                WHEN OTHER
                     DISPLAY 'UNKNOWN CHANGE TYPE ' WS-HIST-CHANGE-TYPE
                         ' ON COMPANY HISTORY ' WS-HIST-SEQ
                     ADD 1 TO WS-ROLL-EXCEPTIONS
                     IF WS-RETURN-CODE < 8
                          MOVE 8 TO WS-RETURN-CODE
                     END-IF
           END-EVALUATE
           IF WS-RETURN-CODE = 12
                SET WS-END-OF-CURSOR TO TRUE
           END-IF.

      *    A CHANGE THAT FINDS NO ROW MEANS THE BACKUP AND THE HISTORY
      *    DO NOT FIT TOGETHER. IT IS COUNTED AND THE RUN GOES ON SO
      *    THE REPORT SHOWS HOW FAR APART THEY ARE, BUT IT WILL NOT
      *    COMMIT. ANY OTHER ERROR ENDS THE ROLL-FORWARD.
       0380-CHECK-ROLL-RESULT.
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     DISPLAY 'HISTORY ' WS-HIST-SEQ ' TYPE '
                         WS-HIST-CHANGE-TYPE ' FOUND NO ROW FOR ID '
                         WS-ID
                     ADD 1 TO WS-ROLL-EXCEPTIONS
                     IF WS-RETURN-CODE < 8
                          MOVE 8 TO WS-RETURN-CODE
                     END-IF
                WHEN OTHER
                     DISPLAY 'HISTORY ' WS-HIST-SEQ ' TYPE '
                         WS-HIST-CHANGE-TYPE ' FAILED FOR ID ' WS-ID
                         ' - SQLCODE ' SQLCODE
                     ADD 1 TO WS-ROLL-EXCEPTIONS
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       0400-ROLL-FORWARD-LOCATIONS.
           EXEC SQL
               DECLARE RCV-LOCATION-CURSOR CURSOR FOR
               SELECT "HIST-SEQ", "COMPANY-ID", "LOC-TYPE",
                      "CHANGE-TYPE",
                      COALESCE("NEW-ADDRESS", ' '),
                      COALESCE("NEW-CITY", ' '),
                      COALESCE("NEW-STATE", ' '),
                      COALESCE("NEW-ZIP", ' '),
                      COALESCE("NEW-PHONE", ' ')
                 FROM "LOCATION-HISTORY"
                WHERE "HIST-SEQ" > :WS-LAST-LHIST-SEQ
                  AND "RUN-DATE" || "RUN-TIME" <= :WS-STOP-STAMP
                ORDER BY "HIST-SEQ"
           END-EXEC
           EXEC SQL OPEN RCV-LOCATION-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN LOCATION HISTORY CURSOR - '
                    'SQLCODE ' SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE 'N' TO WS-END-OF-CURSOR-SW
                PERFORM UNTIL WS-END-OF-CURSOR
                     PERFORM 0410-FETCH-LOCATION-CHANGE
                     IF NOT WS-END-OF-CURSOR
                          PERFORM 0420-APPLY-LOCATION-CHANGE
                     END-IF
                END-PERFORM
                EXEC SQL CLOSE RCV-LOCATION-CURSOR END-EXEC
           END-IF.

       0410-FETCH-LOCATION-CHANGE.
           EXEC SQL
               FETCH RCV-LOCATION-CURSOR
                 INTO :WS-HIST-SEQ, :WS-LOC-COMPANY-ID, :WS-LOC-TYPE,
                      :WS-HIST-CHANGE-TYPE, :WS-LOC-ADDRESS,
                      :WS-LOC-CITY, :WS-LOC-STATE, :WS-LOC-ZIP,
                      :WS-LOC-PHONE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE WS-LOC-COMPANY-ID TO WS-ID
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING DATA  ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       0420-APPLY-LOCATION-CHANGE.
           EVALUATE WS-HIST-CHANGE-TYPE
                WHEN 'I'
                     PERFORM 0260-INSERT-LOCATION
                     IF SQLCODE = 0
                          ADD 1 TO WS-ROLL-LOCATION-INSERTS
                     END-IF
                     ADD 1 TO WS-EXPECT-LOCATION-COUNT
                     ADD WS-LOC-COMPANY-ID TO WS-EXPECT-LOCATION-HASH
                WHEN 'U'
                     EXEC SQL
                         UPDATE "COMPANY-LOCATION"
                            SET ADDRESS = :WS-LOC-ADDRESS,
                                CITY    = :WS-LOC-CITY,
                                STATE   = :WS-LOC-STATE,
                                ZIP     = :WS-LOC-ZIP,
                                PHONE   = :WS-LOC-PHONE
                          WHERE "COMPANY-ID" = :WS-LOC-COMPANY-ID
                            AND "LOC-TYPE" = :WS-LOC-TYPE
                     END-EXEC
                     PERFORM 0380-CHECK-ROLL-RESULT
                     IF SQLCODE = 0
                          ADD 1 TO WS-ROLL-LOCATION-UPDATES
                     END-IF
                WHEN 'D'
                     EXEC SQL
                         DELETE FROM "COMPANY-LOCATION"
                          WHERE "COMPANY-ID" = :WS-LOC-COMPANY-ID
                            AND "LOC-TYPE" = :WS-LOC-TYPE
                     END-EXEC
                     PERFORM 0380-CHECK-ROLL-RESULT
                     IF SQLCODE = 0
                          ADD 1 TO WS-ROLL-LOCATION-DELETES
                     END-IF
                     SUBTRACT 1 FROM WS-EXPECT-LOCATION-COUNT
                     SUBTRACT WS-LOC-COMPANY-ID
                         FROM WS-EXPECT-LOCATION-HASH
                WHEN OTHER
                     DISPLAY 'UNKNOWN CHANGE TYPE ' WS-HIST-CHANGE-TYPE
                         ' ON LOCATION HISTORY ' WS-HIST-SEQ
                     ADD 1 TO WS-ROLL-EXCEPTIONS
                     IF WS-RETURN-CODE < 8
                          MOVE 8 TO WS-RETURN-CODE
                     END-IF
           END-EVALUATE
           IF WS-RETURN-CODE = 12
                SET WS-END-OF-CURSOR TO TRUE
           END-IF.

       0500-BALANCE-RECOVERY.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(ID), 0)
                 INTO :WS-ACTUAL-COMPANY-COUNT, :WS-ACTUAL-COMPANY-HASH
                 FROM COMPANY
           END-EXEC
           IF SQLCODE = 0
                EXEC SQL
                    SELECT COUNT(*), COALESCE(SUM("COMPANY-ID"), 0)
                      INTO :WS-ACTUAL-LOCATION-COUNT,
                           :WS-ACTUAL-LOCATION-HASH
                      FROM "COMPANY-LOCATION"
                END-EXEC
           END-IF
           IF SQLCODE NOT = 0
                DISPLAY 'ERROR COUNTING RECOVERED TABLES - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE ZERO TO WS-OUT-OF-BALANCE
                IF WS-ACTUAL-COMPANY-COUNT NOT = WS-EXPECT-COMPANY-COUNT
                     ADD 1 TO WS-OUT-OF-BALANCE
                END-IF
                IF WS-ACTUAL-COMPANY-HASH NOT = WS-EXPECT-COMPANY-HASH
                     ADD 1 TO WS-OUT-OF-BALANCE
                END-IF
                IF WS-ACTUAL-LOCATION-COUNT
                       NOT = WS-EXPECT-LOCATION-COUNT
                     ADD 1 TO WS-OUT-OF-BALANCE
                END-IF
                IF WS-ACTUAL-LOCATION-HASH
                       NOT = WS-EXPECT-LOCATION-HASH
                     ADD 1 TO WS-OUT-OF-BALANCE
                END-IF
                IF WS-OUT-OF-BALANCE > ZERO
                     DISPLAY 'RECOVERED TABLES DO NOT BALANCE - '
                         WS-OUT-OF-BALANCE ' TOTALS DIFFER'
                     IF WS-RETURN-CODE < 8
                          MOVE 8 TO WS-RETURN-CODE
                     END-IF
                END-IF
           END-IF.

       0550-COMMIT-OR-BACK-OUT.
           IF WS-RETURN-CODE < 8
                EXEC SQL COMMIT END-EXEC
                IF SQLCODE = 0
                     SET WS-RECOVERY-COMMITTED TO TRUE
                     DISPLAY 'RECOVERY COMMITTED'
                ELSE
                     DISPLAY 'COMMIT FAILED - SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF
           IF NOT WS-RECOVERY-COMMITTED
                EXEC SQL ROLLBACK END-EXEC
                IF SQLCODE NOT = 0
                     DISPLAY 'ROLLBACK FAILED - SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
                DISPLAY 'RECOVERY BACKED OUT - TABLES LEFT AS THEY '
                    'WERE'
           END-IF.

       0600-PRINT-RECOVERY-REPORT.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO RECOVERY-REPORT-LINE
           PERFORM 0690-WRITE-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           PERFORM 0690-WRITE-REPORT-LINE
           IF WS-HAS-HEADER
                MOVE WS-BACKUP-DATE TO BUL-BACKUP-DATE
                MOVE WS-BACKUP-TIME TO BUL-BACKUP-TIME
                MOVE WS-BACKUP-RUN-ID TO BUL-BACKUP-RUN-ID
                MOVE WS-BACKUP-BUSINESS-DATE TO BUL-BUSINESS-DATE
                MOVE WS-BACKUP-LINE TO RECOVERY-REPORT-LINE
                PERFORM 0690-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO STL-STOP-TEXT
           EVALUATE TRUE
                WHEN WS-STOP-AT-END
                     MOVE 'END OF HISTORY' TO STL-STOP-TEXT
                WHEN WS-STOP-AT-TIME
                     STRING WS-STOP-DATE ' ' WS-STOP-TIME
                         DELIMITED BY SIZE INTO STL-STOP-TEXT
                     END-STRING
                WHEN WS-STOP-AFTER-RUN
                     STRING 'RUN ' WS-STOP-RUN-ID ' OF ' WS-STOP-DATE
                         ' STARTED ' WS-STOP-TIME
                         DELIMITED BY SIZE INTO STL-STOP-TEXT
                     END-STRING
           END-EVALUATE
           MOVE WS-STOP-LINE TO RECOVERY-REPORT-LINE
           PERFORM 0690-WRITE-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           PERFORM 0690-WRITE-REPORT-LINE
           MOVE 'COMPANY ROWS RELOADED' TO CNL-LABEL
           MOVE WS-LOADED-COMPANY-COUNT TO CNL-COUNT
           PERFORM 0610-PRINT-COUNT-LINE
           MOVE 'LOCATION ROWS RELOADED' TO CNL-LABEL
           MOVE WS-LOADED-LOCATION-COUNT TO CNL-COUNT
           PERFORM 0610-PRINT-COUNT-LINE
           MOVE 'COMPANY INSERTS ROLLED FORWARD' TO CNL-LABEL
           MOVE WS-ROLL-COMPANY-INSERTS TO CNL-COUNT
           PERFORM 0610-PRINT-COUNT-LINE
           MOVE 'COMPANY UPDATES ROLLED FORWARD' TO CNL-LABEL
           MOVE WS-ROLL-COMPANY-UPDATES TO CNL-COUNT
           PERFORM 0610-PRINT-COUNT-LINE
           MOVE 'COMPANY DELETES/MERGES ROLLED FORWARD' TO CNL-LABEL
           MOVE WS-ROLL-COMPANY-DELETES TO CNL-COUNT
           PERFORM 0610-PRINT-COUNT-LINE
           MOVE 'LOCATION INSERTS ROLLED FORWARD' TO CNL-LABEL
           MOVE WS-ROLL-LOCATION-INSERTS TO CNL-COUNT
           PERFORM 0610-PRINT-COUNT-LINE
           MOVE 'LOCATION UPDATES ROLLED FORWARD' TO CNL-LABEL
           MOVE WS-ROLL-LOCATION-UPDATES TO CNL-COUNT
           PERFORM 0610-PRINT-COUNT-LINE
           MOVE 'LOCATION DELETES ROLLED FORWARD' TO CNL-LABEL
           MOVE WS-ROLL-LOCATION-DELETES TO CNL-COUNT
           PERFORM 0610-PRINT-COUNT-LINE
           MOVE 'HISTORY CHANGES THAT DID NOT APPLY' TO CNL-LABEL
           MOVE WS-ROLL-EXCEPTIONS TO CNL-COUNT
           PERFORM 0610-PRINT-COUNT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           PERFORM 0690-WRITE-REPORT-LINE
           MOVE WS-BALANCE-HEADING TO RECOVERY-REPORT-LINE
           PERFORM 0690-WRITE-REPORT-LINE
           MOVE 'COMPANY ROWS' TO BAL-LABEL
           MOVE WS-EXPECT-COMPANY-COUNT TO WS-BALANCE-EXPECTED
           MOVE WS-ACTUAL-COMPANY-COUNT TO WS-BALANCE-ACTUAL
           PERFORM 0620-PRINT-BALANCE-LINE
           MOVE 'COMPANY ID HASH' TO BAL-LABEL
           MOVE WS-EXPECT-COMPANY-HASH TO WS-BALANCE-EXPECTED
           MOVE WS-ACTUAL-COMPANY-HASH TO WS-BALANCE-ACTUAL
           PERFORM 0620-PRINT-BALANCE-LINE
           MOVE 'LOCATION ROWS' TO BAL-LABEL
           MOVE WS-EXPECT-LOCATION-COUNT TO WS-BALANCE-EXPECTED
           MOVE WS-ACTUAL-LOCATION-COUNT TO WS-BALANCE-ACTUAL
           PERFORM 0620-PRINT-BALANCE-LINE
           MOVE 'LOCATION COMPANY ID HASH' TO BAL-LABEL
           MOVE WS-EXPECT-LOCATION-HASH TO WS-BALANCE-EXPECTED
           MOVE WS-ACTUAL-LOCATION-HASH TO WS-BALANCE-ACTUAL
           PERFORM 0620-PRINT-BALANCE-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           PERFORM 0690-WRITE-REPORT-LINE
           IF WS-RECOVERY-COMMITTED
                MOVE 'RECOVERY COMMITTED' TO RECOVERY-REPORT-LINE
           ELSE
                MOVE 'RECOVERY BACKED OUT - TABLES LEFT AS THEY WERE'
                    TO RECOVERY-REPORT-LINE
           END-IF
           PERFORM 0690-WRITE-REPORT-LINE.

       0610-PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RECOVERY-REPORT-LINE
           PERFORM 0690-WRITE-REPORT-LINE.

       0620-PRINT-BALANCE-LINE.
           MOVE WS-BALANCE-EXPECTED TO BAL-EXPECTED
           MOVE WS-BALANCE-ACTUAL TO BAL-ACTUAL
           IF WS-BALANCE-EXPECTED = WS-BALANCE-ACTUAL
                MOVE 'BALANCED' TO BAL-RESULT
           ELSE
                MOVE 'OUT OF BALANCE' TO BAL-RESULT
           END-IF
           MOVE WS-BALANCE-LINE TO RECOVERY-REPORT-LINE
           PERFORM 0690-WRITE-REPORT-LINE.

       0690-WRITE-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING RECOVERY REPORT - STATUS '
                    WS-REPORT-STATUS
                IF WS-RETURN-CODE < 4
                     MOVE 4 TO WS-RETURN-CODE
                END-IF
           END-IF.
