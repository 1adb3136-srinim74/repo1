       $SET SQL(DBMAN=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBCONN-FILE ASSIGN TO "DBCONN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBCONN-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "COMPBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DBCONN-FILE
           RECORDING MODE IS F.
       01  DBCONN-RECORD.
           COPY DBCONN
               REPLACING ==WS-DB-INSTANCE== BY ==PF-DB-INSTANCE==
                         ==WS-DB-USERID==   BY ==PF-DB-USERID==
                         ==WS-DB-PASSWORD== BY ==PF-DB-PASSWORD==.
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
       WORKING-STORAGE SECTION.
       01  WS-COMPANY-RECORD.
           COPY COMPANY.
       01  WS-LOCATION-RECORD.
           COPY COMPLOC.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-BACKUP-STATUS          PIC X(2).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-ID                 PIC X(8) VALUE 'PROGRM21'.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-TIME               PIC X(6).
       01  WS-BUSINESS-DATE          PIC X(8).
       01  WS-PRED-STEP-NAME         PIC X(8) VALUE 'PROGRAM3'.
       01  WS-PRED-STATUS            PIC X(1).
       01  WS-PRED-RC                PIC S9(9) COMP-5.
       01  WS-STEP-STATUS            PIC X(1).
       01  WS-STEP-RC                PIC S9(9) COMP-5.
       01  WS-UPDATE-TIME            PIC X(6).
       01  WS-STEP-MARKED-SW         PIC X(1) VALUE 'N'.
           88  WS-STEP-MARKED                VALUE 'Y'.
       01  WS-END-OF-CURSOR-SW       PIC X(1) VALUE 'N'.
           88  WS-END-OF-CURSOR              VALUE 'Y'.
       01  WS-LAST-HIST-SEQ          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LAST-LHIST-SEQ         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COMPANY-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COMPANY-HASH           PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-LOCATION-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LOCATION-HASH          PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-TABLE-COUNT            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TABLE-HASH             PIC S9(15) COMP-5 VALUE ZERO.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           PERFORM 0090-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                EXEC SQL
                    CONNECT TO :WS-DB-INSTANCE
                        USER :WS-DB-USERID
                        USING :WS-DB-PASSWORD
                END-EXEC
                IF SQLCODE = 0
                     DISPLAY 'CONNECTION SUCCESSFUL'
                     PERFORM 0050-CHECK-PREDECESSOR
                     IF WS-RETURN-CODE = 0
                          PERFORM 0060-MARK-STEP-START
                     END-IF
                     IF WS-RETURN-CODE = 0
                          PERFORM 0100-UNLOAD-COMPANY-TABLES
                     END-IF
                     PERFORM 0070-MARK-STEP-END
                     EXEC SQL COMMIT END-EXEC
                ELSE
                     DISPLAY 'CONNECTION FAILED'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF.
           PERFORM 0500-DISPLAY-BACKUP-TOTALS.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       0050-CHECK-PREDECESSOR.
           EXEC SQL
               SELECT "STATUS", "RETURN-CODE"
                 INTO :WS-PRED-STATUS, :WS-PRED-RC
                 FROM "RUN-CONTROL"
                WHERE "STEP-NAME" = :WS-PRED-STEP-NAME
                  AND "BUSINESS-DATE" = :WS-BUSINESS-DATE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF WS-PRED-STATUS NOT = 'C' OR WS-PRED-RC > 4
                          DISPLAY 'PREDECESSOR STEP ' WS-PRED-STEP-NAME
                              ' DID NOT COMPLETE CLEAN FOR BUSINESS '
                              'DATE ' WS-BUSINESS-DATE ' - STATUS '
                              WS-PRED-STATUS ' RC ' WS-PRED-RC
                          MOVE 12 TO WS-RETURN-CODE
                     END-IF
                WHEN 100
                     DISPLAY 'PREDECESSOR STEP ' WS-PRED-STEP-NAME
                         ' HAS NOT RUN FOR BUSINESS DATE '
                         WS-BUSINESS-DATE
                     MOVE 12 TO WS-RETURN-CODE
                WHEN OTHER
                     DISPLAY 'ERROR READING RUN CONTROL - SQLCODE '
                         SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       0060-MARK-STEP-START.
           ACCEPT WS-UPDATE-TIME FROM TIME
           MOVE 'R' TO WS-STEP-STATUS
           MOVE ZERO TO WS-STEP-RC
           EXEC SQL
               UPDATE "RUN-CONTROL"
                  SET "STATUS" = :WS-STEP-STATUS,
                      "RETURN-CODE" = :WS-STEP-RC,
                      "UPDATE-TIME" = :WS-UPDATE-TIME
                WHERE "STEP-NAME" = :WS-RUN-ID
                  AND "BUSINESS-DATE" = :WS-BUSINESS-DATE
           END-EXEC
           IF SQLCODE = 100
                EXEC SQL
                    INSERT INTO "RUN-CONTROL"
                           ("STEP-NAME", "BUSINESS-DATE", "STATUS",
                            "RETURN-CODE", "UPDATE-TIME")
                    VALUES (:WS-RUN-ID, :WS-BUSINESS-DATE,
                            :WS-STEP-STATUS, :WS-STEP-RC,
                            :WS-UPDATE-TIME)
                END-EXEC
           END-IF
           IF SQLCODE = 0
                SET WS-STEP-MARKED TO TRUE
                EXEC SQL COMMIT END-EXEC
           ELSE
                DISPLAY 'ERROR MARKING STEP START ON RUN CONTROL - '
                    'SQLCODE ' SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0070-MARK-STEP-END.
           IF WS-STEP-MARKED
                ACCEPT WS-UPDATE-TIME FROM TIME
                IF WS-RETURN-CODE > 4
                     MOVE 'F' TO WS-STEP-STATUS
                ELSE
                     MOVE 'C' TO WS-STEP-STATUS
                END-IF
                MOVE WS-RETURN-CODE TO WS-STEP-RC
                EXEC SQL
                    UPDATE "RUN-CONTROL"
                       SET "STATUS" = :WS-STEP-STATUS,
                           "RETURN-CODE" = :WS-STEP-RC,
                           "UPDATE-TIME" = :WS-UPDATE-TIME
                     WHERE "STEP-NAME" = :WS-RUN-ID
                       AND "BUSINESS-DATE" = :WS-BUSINESS-DATE
                END-EXEC
                IF SQLCODE NOT = 0
                     DISPLAY 'ERROR MARKING STEP END ON RUN CONTROL '
                         '- SQLCODE ' SQLCODE
                     IF WS-RETURN-CODE < 4
                          MOVE 4 TO WS-RETURN-CODE
                     END-IF
                END-IF
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

      *    THE HEADER CARRIES THE LAST HISTORY SEQUENCE NUMBERS ON FILE
      *    WHEN THE UNLOAD STARTED. PROGRAM22 ROLLS A RELOADED BACKUP
      *    FORWARD FROM THE HISTORY ROWS NUMBERED ABOVE THEM.
       0100-UNLOAD-COMPANY-TABLES.
           OPEN OUTPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN BACKUP FILE - STATUS '
                    WS-BACKUP-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                PERFORM 0110-READ-HISTORY-MARKS
                IF WS-RETURN-CODE = 0
                     PERFORM 0120-WRITE-HEADER-RECORD
                END-IF
                IF WS-RETURN-CODE = 0
                     PERFORM 0200-UNLOAD-COMPANIES
                END-IF
                IF WS-RETURN-CODE = 0
                     PERFORM 0300-UNLOAD-LOCATIONS
                END-IF
                IF WS-RETURN-CODE = 0
                     PERFORM 0130-WRITE-TRAILER-RECORD
                END-IF
                CLOSE BACKUP-FILE
                IF WS-RETURN-CODE = 0
                     PERFORM 0400-VERIFY-BACKUP-TOTALS
                END-IF
           END-IF.

       0110-READ-HISTORY-MARKS.
           EXEC SQL
               SELECT COALESCE(MAX("HIST-SEQ"), 0)
                 INTO :WS-LAST-HIST-SEQ
                 FROM "COMPANY-HISTORY"
           END-EXEC
           IF SQLCODE = 0
                EXEC SQL
                    SELECT COALESCE(MAX("HIST-SEQ"), 0)
                      INTO :WS-LAST-LHIST-SEQ
                      FROM "LOCATION-HISTORY"
                END-EXEC
           END-IF
           IF SQLCODE NOT = 0
                DISPLAY 'ERROR READING HISTORY SEQUENCE - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0120-WRITE-HEADER-RECORD.
           MOVE SPACES TO BACKUP-HEADER-RECORD
           MOVE 'H' TO BKH-REC-TYPE
           MOVE WS-RUN-ID TO BKH-RUN-ID
           MOVE WS-BUSINESS-DATE TO BKH-BUSINESS-DATE
           MOVE WS-RUN-DATE TO BKH-BACKUP-DATE
           MOVE WS-RUN-TIME TO BKH-BACKUP-TIME
           MOVE WS-LAST-HIST-SEQ TO BKH-LAST-HIST-SEQ
           MOVE WS-LAST-LHIST-SEQ TO BKH-LAST-LHIST-SEQ
           WRITE BACKUP-HEADER-RECORD
           IF WS-BACKUP-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING BACKUP HEADER - STATUS '
                    WS-BACKUP-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0130-WRITE-TRAILER-RECORD.
           MOVE SPACES TO BACKUP-TRAILER-RECORD
           MOVE 'T' TO BKR-REC-TYPE
           MOVE WS-COMPANY-COUNT TO BKR-COMPANY-COUNT
           MOVE WS-COMPANY-HASH TO BKR-COMPANY-HASH
           MOVE WS-LOCATION-COUNT TO BKR-LOCATION-COUNT
           MOVE WS-LOCATION-HASH TO BKR-LOCATION-HASH
           WRITE BACKUP-TRAILER-RECORD
           IF WS-BACKUP-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING BACKUP TRAILER - STATUS '
                    WS-BACKUP-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0200-UNLOAD-COMPANIES.
           EXEC SQL
               DECLARE BKP-COMPANY-CURSOR CURSOR FOR
               SELECT ID, NAME, ADDRESS, CITY, STATE, ZIP, PHONE,
                      STATUS
                 FROM COMPANY
                ORDER BY ID
           END-EXEC
           EXEC SQL OPEN BKP-COMPANY-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN COMPANY CURSOR - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE 'N' TO WS-END-OF-CURSOR-SW
                PERFORM UNTIL WS-END-OF-CURSOR
                     PERFORM 0210-UNLOAD-ONE-COMPANY
                END-PERFORM
                EXEC SQL CLOSE BKP-COMPANY-CURSOR END-EXEC
           END-IF.

       0210-UNLOAD-ONE-COMPANY.
           EXEC SQL
               FETCH BKP-COMPANY-CURSOR
                 INTO :WS-ID, :WS-NAME, :WS-ADDRESS,
                      :WS-CITY, :WS-STATE, :WS-ZIP,
                      :WS-PHONE, :WS-STATUS
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE 'C' TO BKP-REC-TYPE
                     MOVE WS-COMPANY-RECORD TO BKP-COMPANY-DATA
                     WRITE BACKUP-RECORD
                     IF WS-BACKUP-STATUS = '00'
                          ADD 1 TO WS-COMPANY-COUNT
                          ADD WS-ID TO WS-COMPANY-HASH
                     ELSE
                          DISPLAY 'ERROR WRITING BACKUP RECORD - '
                              'STATUS ' WS-BACKUP-STATUS
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-END-OF-CURSOR TO TRUE
                     END-IF
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING DATA  ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       0300-UNLOAD-LOCATIONS.
           EXEC SQL
               DECLARE BKP-LOCATION-CURSOR CURSOR FOR
               SELECT "COMPANY-ID", "LOC-TYPE", ADDRESS, CITY, STATE,
                      ZIP, PHONE
                 FROM "COMPANY-LOCATION"
                ORDER BY "COMPANY-ID", "LOC-TYPE"
           END-EXEC
           EXEC SQL OPEN BKP-LOCATION-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN LOCATION CURSOR - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE 'N' TO WS-END-OF-CURSOR-SW
                PERFORM UNTIL WS-END-OF-CURSOR
                     PERFORM 0310-UNLOAD-ONE-LOCATION
                END-PERFORM
                EXEC SQL CLOSE BKP-LOCATION-CURSOR END-EXEC
           END-IF.

       0310-UNLOAD-ONE-LOCATION.
           EXEC SQL
               FETCH BKP-LOCATION-CURSOR
                 INTO :WS-LOC-COMPANY-ID, :WS-LOC-TYPE,
                      :WS-LOC-ADDRESS, :WS-LOC-CITY, :WS-LOC-STATE,
                      :WS-LOC-ZIP, :WS-LOC-PHONE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE SPACES TO BACKUP-LOCATION-RECORD
                     MOVE 'L' TO BKL-REC-TYPE
                     MOVE WS-LOCATION-RECORD TO BKL-LOCATION-DATA
                     WRITE BACKUP-LOCATION-RECORD
                     IF WS-BACKUP-STATUS = '00'
                          ADD 1 TO WS-LOCATION-COUNT
                          ADD WS-LOC-COMPANY-ID TO WS-LOCATION-HASH
                     ELSE
                          DISPLAY 'ERROR WRITING BACKUP RECORD - '
                              'STATUS ' WS-BACKUP-STATUS
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-END-OF-CURSOR TO TRUE
                     END-IF
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING DATA  ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      *    THE UNLOAD IS ONLY A POINT-IN-TIME COPY IF NOTHING CHANGED
      *    THE TABLES WHILE IT RAN, SO THE FILE TOTALS ARE CHECKED
      *    AGAINST THE TABLES AS THEY STAND AT THE END.
       0400-VERIFY-BACKUP-TOTALS.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(ID), 0)
                 INTO :WS-TABLE-COUNT, :WS-TABLE-HASH
                 FROM COMPANY
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'ERROR COUNTING COMPANY TABLE - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                IF WS-TABLE-COUNT NOT = WS-COMPANY-COUNT
                   OR WS-TABLE-HASH NOT = WS-COMPANY-HASH
                     DISPLAY 'COMPANY TABLE CHANGED DURING BACKUP - '
                         'TABLE ' WS-TABLE-COUNT ' ROWS, BACKUP '
                         WS-COMPANY-COUNT ' ROWS'
                     IF WS-RETURN-CODE < 8
                          MOVE 8 TO WS-RETURN-CODE
                     END-IF
                END-IF
           END-IF
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM("COMPANY-ID"), 0)
                 INTO :WS-TABLE-COUNT, :WS-TABLE-HASH
                 FROM "COMPANY-LOCATION"
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'ERROR COUNTING LOCATION TABLE - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                IF WS-TABLE-COUNT NOT = WS-LOCATION-COUNT
                   OR WS-TABLE-HASH NOT = WS-LOCATION-HASH
                     DISPLAY 'LOCATION TABLE CHANGED DURING BACKUP - '
                         'TABLE ' WS-TABLE-COUNT ' ROWS, BACKUP '
                         WS-LOCATION-COUNT ' ROWS'
                     IF WS-RETURN-CODE < 8
                          MOVE 8 TO WS-RETURN-CODE
                     END-IF
                END-IF
           END-IF.

       0500-DISPLAY-BACKUP-TOTALS.
           DISPLAY 'COMPANY DATABASE BACKUP ' WS-RUN-DATE ' '
               WS-RUN-TIME
           DISPLAY '  COMPANY ROWS        : ' WS-COMPANY-COUNT
           DISPLAY '  COMPANY ID HASH     : ' WS-COMPANY-HASH
           DISPLAY '  LOCATION ROWS       : ' WS-LOCATION-COUNT
           DISPLAY '  LOCATION ID HASH    : ' WS-LOCATION-HASH
           DISPLAY '  LAST COMPANY HIST   : ' WS-LAST-HIST-SEQ
           DISPLAY '  LAST LOCATION HIST  : ' WS-LAST-LHIST-SEQ
           DISPLAY '  HIGHEST RETURN CODE : ' WS-RETURN-CODE.
