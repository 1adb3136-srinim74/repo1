       $SET SQL(DBMAN=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM20.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBCONN-FILE ASSIGN TO "DBCONN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBCONN-STATUS.
           SELECT RECON-PARM-FILE ASSIGN TO "RECNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "COMPIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDX-ID
               ALTERNATE RECORD KEY IS IDX-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DELTA-FILE ASSIGN TO "COMPDLTA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT DRIFT-REPORT-FILE ASSIGN TO "DRIFTRPT"
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
       FD  RECON-PARM-FILE
           RECORDING MODE IS F.
       01  RECON-PARM-RECORD.
           05  RPF-WRITE-DELTA             PIC X(1).
       FD  COMPANY-MASTER-FILE.
       01  COMPANY-MASTER-RECORD.
           COPY COMPANY
               REPLACING ==WS-ID==      BY ==IDX-ID==
                         ==WS-NAME==    BY ==IDX-NAME==
                         ==WS-ADDRESS== BY ==IDX-ADDRESS==
                         ==WS-CITY==    BY ==IDX-CITY==
                         ==WS-STATE==   BY ==IDX-STATE==
                         ==WS-ZIP==     BY ==IDX-ZIP==
                         ==WS-PHONE==   BY ==IDX-PHONE==
                         ==WS-STATUS==  BY ==IDX-STATUS==.
       FD  DELTA-FILE
           RECORDING MODE IS F.
       01  DELTA-RECORD.
           05  DLT-CHANGE-CODE             PIC X(1).
           05  DLT-COMPANY-DATA            PIC X(152).
       01  DELTA-TRAILER-RECORD.
           05  DLR-CHANGE-CODE             PIC X(1).
           05  DLR-RECORD-COUNT            PIC 9(9).
           05  FILLER                      PIC X(143).
       FD  DRIFT-REPORT-FILE
           RECORDING MODE IS F.
       01  DRIFT-REPORT-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-COMPANY-RECORD.
           COPY COMPANY.
       01  WS-MASTER-COMPANY-RECORD.
           COPY COMPANY
               REPLACING ==WS-ID==      BY ==WS-MST-ID==
                         ==WS-NAME==    BY ==WS-MST-NAME==
                         ==WS-ADDRESS== BY ==WS-MST-ADDRESS==
                         ==WS-CITY==    BY ==WS-MST-CITY==
                         ==WS-STATE==   BY ==WS-MST-STATE==
                         ==WS-ZIP==     BY ==WS-MST-ZIP==
                         ==WS-PHONE==   BY ==WS-MST-PHONE==
                         ==WS-STATUS==  BY ==WS-MST-STATUS==.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-PARM-STATUS            PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-DELTA-STATUS           PIC X(2).
       01  WS-REPORT-STATUS          PIC X(2).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-ID                 PIC X(8) VALUE 'PROGRM20'.
       01  WS-BUSINESS-DATE          PIC X(8).
       01  WS-PRED-STEP-NAME         PIC X(8).
       01  WS-PRED-STATUS            PIC X(1).
       01  WS-PRED-RC                PIC S9(9) COMP-5.
       01  WS-STEP-STATUS            PIC X(1).
       01  WS-STEP-RC                PIC S9(9) COMP-5.
       01  WS-UPDATE-TIME            PIC X(6).
       01  WS-STEP-MARKED-SW         PIC X(1) VALUE 'N'.
           88  WS-STEP-MARKED                VALUE 'Y'.
       01  WS-WRITE-DELTA-SW         PIC X(1) VALUE 'N'.
           88  WS-WRITE-DELTA                VALUE 'Y'.
           88  WS-WRITE-DELTA-KNOWN          VALUE 'Y' 'N'.
       01  WS-MASTER-OPEN-SW         PIC X(1) VALUE 'N'.
           88  WS-MASTER-OPEN                VALUE 'Y'.
       01  WS-DELTA-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-DELTA-OPEN                 VALUE 'Y'.
       01  WS-REPORT-OPEN-SW         PIC X(1) VALUE 'N'.
           88  WS-REPORT-OPEN                VALUE 'Y'.
       01  WS-END-OF-CURSOR-SW       PIC X(1) VALUE 'N'.
           88  WS-END-OF-CURSOR              VALUE 'Y'.
       01  WS-END-OF-MASTER-SW       PIC X(1) VALUE 'N'.
           88  WS-END-OF-MASTER              VALUE 'Y'.
       01  WS-HIGH-KEY               PIC S9(11) COMP-3
                                     VALUE 99999999999.
       01  WS-TABLE-KEY              PIC S9(11) COMP-3.
       01  WS-MASTER-KEY             PIC S9(11) COMP-3.
       01  WS-FIELDS-DIFFERENT       PIC S9(4) COMP.
       01  WS-TABLE-COUNT            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MASTER-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MATCHED-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-DRIFTED-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-FIELD-DRIFT-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MISSING-MASTER-COUNT   PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MISSING-TABLE-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-DELTA-COUNT            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                PIC X(37)
               VALUE 'COMPANY MASTER DRIFT RECONCILIATION '.
           05  FILLER                PIC X(11) VALUE 'RUN DATE : '.
           05  RH1-RUN-DATE          PIC X(8).
           05  FILLER                PIC X(76) VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                PIC X(11) VALUE '       ID  '.
           05  FILLER                PIC X(14) VALUE 'FIELD'.
           05  FILLER                PIC X(53)
               VALUE 'COMPANY TABLE'.
           05  FILLER                PIC X(54)
               VALUE 'COMPIDX MASTER'.
       01  WS-DRIFT-LINE.
           05  DRL-ID                PIC ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DRL-FIELD             PIC X(14).
           05  DRL-TABLE-VALUE       PIC X(50).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  DRL-MASTER-VALUE      PIC X(50).
           05  FILLER                PIC X(4)  VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  TTL-LABEL             PIC X(40).
           05  TTL-COUNT             PIC ZZZZZZZZ9.
           05  FILLER                PIC X(83) VALUE SPACES.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           PERFORM 0090-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                PERFORM 0095-READ-RECON-PARM
           END-IF.
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
                          PERFORM 0100-RECONCILE-MASTER
                     END-IF
                     PERFORM 0070-MARK-STEP-END
                     EXEC SQL COMMIT END-EXEC
                ELSE
                     DISPLAY 'CONNECTION FAILED'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF.
           PERFORM 0700-DISPLAY-RECON-TOTALS.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *    COMPIDX IS REBUILT BY PROGRAM9 ON A FULL NIGHT AND PATCHED
      *    BY PROGRM12 ON A DELTA NIGHT, SO WHICHEVER OF THE TWO RAN
      *    FOR THE BUSINESS DATE IS THE STEP THIS ONE FOLLOWS.
       0050-CHECK-PREDECESSOR.
           MOVE 'PROGRAM9' TO WS-PRED-STEP-NAME
           PERFORM 0055-READ-PREDECESSOR
           IF SQLCODE = 100
                MOVE 'PROGRM12' TO WS-PRED-STEP-NAME
                PERFORM 0055-READ-PREDECESSOR
           END-IF
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
                     DISPLAY 'NEITHER PROGRAM9 NOR PROGRM12 HAS RUN '
                         'FOR BUSINESS DATE ' WS-BUSINESS-DATE
                     MOVE 12 TO WS-RETURN-CODE
                WHEN OTHER
                     DISPLAY 'ERROR READING RUN CONTROL - SQLCODE '
                         SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       0055-READ-PREDECESSOR.
           EXEC SQL
               SELECT "STATUS", "RETURN-CODE"
                 INTO :WS-PRED-STATUS, :WS-PRED-RC
                 FROM "RUN-CONTROL"
                WHERE "STEP-NAME" = :WS-PRED-STEP-NAME
                  AND "BUSINESS-DATE" = :WS-BUSINESS-DATE
           END-EXEC.

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

      *    RECNPARM IS OPTIONAL. A 'Y' IN COLUMN 1 ASKS FOR CORRECTIVE
      *    COMPDLTA RECORDS; WITHOUT THE FILE THE RUN ONLY REPORTS.
       0095-READ-RECON-PARM.
           OPEN INPUT RECON-PARM-FILE
           EVALUATE WS-PARM-STATUS
                WHEN '00'
                     READ RECON-PARM-FILE
                         AT END
                              CONTINUE
                     END-READ
                     IF WS-PARM-STATUS = '00'
                          MOVE RPF-WRITE-DELTA TO WS-WRITE-DELTA-SW
                     END-IF
                     CLOSE RECON-PARM-FILE
                WHEN '35'
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'ERROR OPENING RECON PARM FILE - STATUS '
                         WS-PARM-STATUS
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE
           IF WS-RETURN-CODE = 0
              AND NOT WS-WRITE-DELTA-KNOWN
                DISPLAY 'INVALID CORRECTIVE DELTA OPTION - '
                    WS-WRITE-DELTA-SW
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *    THE COMPANY TABLE IS THE SYSTEM OF RECORD, SO EVERY
      *    DIFFERENCE IS REPORTED AS THE MASTER DRIFTING FROM IT AND ANY
      *    CORRECTIVE RECORD CARRIES THE TABLE'S IMAGE.  BOTH SIDES ARE
      *    READ IN ID ORDER AND MATCHED ON ID.
       0100-RECONCILE-MASTER.
           PERFORM 0110-OPEN-RECON-FILES
           IF WS-RETURN-CODE = 0
                EXEC SQL
                    DECLARE RECON-COMPANY-CURSOR CURSOR FOR
                    SELECT ID, NAME, ADDRESS, CITY, STATE, ZIP, PHONE,
                           STATUS
                      FROM COMPANY
                     ORDER BY ID
                END-EXEC
                EXEC SQL OPEN RECON-COMPANY-CURSOR END-EXEC
                IF SQLCODE NOT = 0
                     DISPLAY 'UNABLE TO OPEN COMPANY CURSOR - SQLCODE '
                         SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     PERFORM 0200-FETCH-TABLE-ROW
                     PERFORM 0210-READ-MASTER-RECORD
                     PERFORM UNTIL WS-RETURN-CODE = 12
                         OR (WS-END-OF-CURSOR AND WS-END-OF-MASTER)
                          PERFORM 0300-MATCH-ONE-KEY
                     END-PERFORM
                     EXEC SQL CLOSE RECON-COMPANY-CURSOR END-EXEC
                END-IF
                IF WS-RETURN-CODE NOT = 12
                     PERFORM 0600-PRINT-RECON-TOTALS
                END-IF
                IF WS-WRITE-DELTA AND WS-RETURN-CODE NOT = 12
                     PERFORM 0450-WRITE-DELTA-TRAILER
                END-IF
           END-IF
           PERFORM 0120-CLOSE-RECON-FILES
           IF WS-RETURN-CODE < 4
              AND (WS-DRIFTED-COUNT > ZERO
                OR WS-MISSING-MASTER-COUNT > ZERO
                OR WS-MISSING-TABLE-COUNT > ZERO)
                MOVE 4 TO WS-RETURN-CODE
           END-IF.

       0110-OPEN-RECON-FILES.
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN COMPANY MASTER - STATUS '
                    WS-MASTER-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                SET WS-MASTER-OPEN TO TRUE
           END-IF
           IF WS-RETURN-CODE = 0
                OPEN OUTPUT DRIFT-REPORT-FILE
                IF WS-REPORT-STATUS NOT = '00'
                     DISPLAY 'UNABLE TO OPEN DRIFT REPORT - STATUS '
                         WS-REPORT-STATUS
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     SET WS-REPORT-OPEN TO TRUE
                     MOVE WS-BUSINESS-DATE TO RH1-RUN-DATE
                     MOVE WS-REPORT-HEADING-1 TO DRIFT-REPORT-LINE
                     PERFORM 0650-WRITE-REPORT-LINE
                     MOVE SPACES TO DRIFT-REPORT-LINE
                     PERFORM 0650-WRITE-REPORT-LINE
                     MOVE WS-REPORT-HEADING-2 TO DRIFT-REPORT-LINE
                     PERFORM 0650-WRITE-REPORT-LINE
                END-IF
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-WRITE-DELTA
                OPEN OUTPUT DELTA-FILE
                IF WS-DELTA-STATUS NOT = '00'
                     DISPLAY 'UNABLE TO OPEN DELTA FILE - STATUS '
                         WS-DELTA-STATUS
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     SET WS-DELTA-OPEN TO TRUE
                END-IF
           END-IF.

       0120-CLOSE-RECON-FILES.
           IF WS-MASTER-OPEN
                CLOSE COMPANY-MASTER-FILE
           END-IF
           IF WS-REPORT-OPEN
                CLOSE DRIFT-REPORT-FILE
           END-IF
           IF WS-DELTA-OPEN
                CLOSE DELTA-FILE
           END-IF.

       0200-FETCH-TABLE-ROW.
           EXEC SQL
               FETCH RECON-COMPANY-CURSOR
                 INTO :WS-ID, :WS-NAME, :WS-ADDRESS,
                      :WS-CITY, :WS-STATE, :WS-ZIP,
                      :WS-PHONE, :WS-STATUS
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-TABLE-COUNT
                     MOVE WS-ID TO WS-TABLE-KEY
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                     MOVE WS-HIGH-KEY TO WS-TABLE-KEY
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING DATA  ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
                     MOVE WS-HIGH-KEY TO WS-TABLE-KEY
           END-EVALUATE.

       0210-READ-MASTER-RECORD.
           READ COMPANY-MASTER-FILE
               AT END
                    SET WS-END-OF-MASTER TO TRUE
           END-READ
           EVALUATE TRUE
                WHEN WS-END-OF-MASTER
                     MOVE WS-HIGH-KEY TO WS-MASTER-KEY
                WHEN WS-MASTER-STATUS = '00' OR '02'
                     ADD 1 TO WS-MASTER-COUNT
                     MOVE IDX-ID TO WS-MST-ID
                     MOVE IDX-NAME TO WS-MST-NAME
                     MOVE IDX-ADDRESS TO WS-MST-ADDRESS
                     MOVE IDX-CITY TO WS-MST-CITY
                     MOVE IDX-STATE TO WS-MST-STATE
                     MOVE IDX-ZIP TO WS-MST-ZIP
                     MOVE IDX-PHONE TO WS-MST-PHONE
                     MOVE IDX-STATUS TO WS-MST-STATUS
                     MOVE WS-MST-ID TO WS-MASTER-KEY
                WHEN OTHER
                     DISPLAY 'ERROR READING COMPANY MASTER - STATUS '
                         WS-MASTER-STATUS
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-MASTER TO TRUE
                     MOVE WS-HIGH-KEY TO WS-MASTER-KEY
           END-EVALUATE.

       0300-MATCH-ONE-KEY.
           EVALUATE TRUE
                WHEN WS-TABLE-KEY = WS-MASTER-KEY
                     ADD 1 TO WS-MATCHED-COUNT
                     PERFORM 0310-COMPARE-FIELDS
                     PERFORM 0200-FETCH-TABLE-ROW
                     PERFORM 0210-READ-MASTER-RECORD
                WHEN WS-TABLE-KEY < WS-MASTER-KEY
                     PERFORM 0330-REPORT-MISSING-MASTER
                     PERFORM 0200-FETCH-TABLE-ROW
                WHEN OTHER
                     PERFORM 0340-REPORT-MISSING-TABLE
                     PERFORM 0210-READ-MASTER-RECORD
           END-EVALUATE.

       0310-COMPARE-FIELDS.
           MOVE ZERO TO WS-FIELDS-DIFFERENT
           IF WS-NAME NOT = WS-MST-NAME
                MOVE 'NAME' TO DRL-FIELD
                MOVE WS-NAME TO DRL-TABLE-VALUE
                MOVE WS-MST-NAME TO DRL-MASTER-VALUE
                PERFORM 0320-PRINT-FIELD-DRIFT
           END-IF
           IF WS-ADDRESS NOT = WS-MST-ADDRESS
                MOVE 'ADDRESS' TO DRL-FIELD
                MOVE WS-ADDRESS TO DRL-TABLE-VALUE
                MOVE WS-MST-ADDRESS TO DRL-MASTER-VALUE
                PERFORM 0320-PRINT-FIELD-DRIFT
           END-IF
           IF WS-CITY NOT = WS-MST-CITY
                MOVE 'CITY' TO DRL-FIELD
                MOVE WS-CITY TO DRL-TABLE-VALUE
                MOVE WS-MST-CITY TO DRL-MASTER-VALUE
                PERFORM 0320-PRINT-FIELD-DRIFT
           END-IF
           IF WS-STATE NOT = WS-MST-STATE
                MOVE 'STATE' TO DRL-FIELD
                MOVE WS-STATE TO DRL-TABLE-VALUE
                MOVE WS-MST-STATE TO DRL-MASTER-VALUE
                PERFORM 0320-PRINT-FIELD-DRIFT
           END-IF
           IF WS-ZIP NOT = WS-MST-ZIP
                MOVE 'ZIP' TO DRL-FIELD
                MOVE WS-ZIP TO DRL-TABLE-VALUE
                MOVE WS-MST-ZIP TO DRL-MASTER-VALUE
                PERFORM 0320-PRINT-FIELD-DRIFT
           END-IF
           IF WS-PHONE NOT = WS-MST-PHONE
                MOVE 'PHONE' TO DRL-FIELD
                MOVE WS-PHONE TO DRL-TABLE-VALUE
                MOVE WS-MST-PHONE TO DRL-MASTER-VALUE
                PERFORM 0320-PRINT-FIELD-DRIFT
           END-IF
           IF WS-STATUS NOT = WS-MST-STATUS
                MOVE 'STATUS' TO DRL-FIELD
                MOVE WS-STATUS TO DRL-TABLE-VALUE
                MOVE WS-MST-STATUS TO DRL-MASTER-VALUE
                PERFORM 0320-PRINT-FIELD-DRIFT
           END-IF
           IF WS-FIELDS-DIFFERENT > ZERO
                ADD 1 TO WS-DRIFTED-COUNT
                IF WS-WRITE-DELTA
                     MOVE 'C' TO DLT-CHANGE-CODE
                     MOVE WS-COMPANY-RECORD TO DLT-COMPANY-DATA
                     PERFORM 0400-WRITE-DELTA-RECORD
                END-IF
           END-IF.

       0320-PRINT-FIELD-DRIFT.
           ADD 1 TO WS-FIELDS-DIFFERENT
           ADD 1 TO WS-FIELD-DRIFT-COUNT
           MOVE WS-ID TO DRL-ID
           MOVE WS-DRIFT-LINE TO DRIFT-REPORT-LINE
           PERFORM 0650-WRITE-REPORT-LINE.

       0330-REPORT-MISSING-MASTER.
           ADD 1 TO WS-MISSING-MASTER-COUNT
           MOVE WS-ID TO DRL-ID
           MOVE 'NOT ON MASTER' TO DRL-FIELD
           MOVE WS-NAME TO DRL-TABLE-VALUE
           MOVE SPACES TO DRL-MASTER-VALUE
           MOVE WS-DRIFT-LINE TO DRIFT-REPORT-LINE
           PERFORM 0650-WRITE-REPORT-LINE
           IF WS-WRITE-DELTA
                MOVE 'A' TO DLT-CHANGE-CODE
                MOVE WS-COMPANY-RECORD TO DLT-COMPANY-DATA
                PERFORM 0400-WRITE-DELTA-RECORD
           END-IF.

       0340-REPORT-MISSING-TABLE.
           ADD 1 TO WS-MISSING-TABLE-COUNT
           MOVE WS-MST-ID TO DRL-ID
           MOVE 'NOT ON TABLE' TO DRL-FIELD
           MOVE SPACES TO DRL-TABLE-VALUE
           MOVE WS-MST-NAME TO DRL-MASTER-VALUE
           MOVE WS-DRIFT-LINE TO DRIFT-REPORT-LINE
           PERFORM 0650-WRITE-REPORT-LINE
           IF WS-WRITE-DELTA
                MOVE 'D' TO DLT-CHANGE-CODE
                MOVE WS-MASTER-COMPANY-RECORD TO DLT-COMPANY-DATA
                PERFORM 0400-WRITE-DELTA-RECORD
           END-IF.

       0400-WRITE-DELTA-RECORD.
           WRITE DELTA-RECORD
           IF WS-DELTA-STATUS = '00'
                ADD 1 TO WS-DELTA-COUNT
           ELSE
                DISPLAY 'ERROR WRITING DELTA FILE - STATUS '
                    WS-DELTA-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *    THE TRAILER COUNT IS WHAT PROGRAM12 BALANCES ITS APPLIED
      *    COUNT AGAINST, SO IT IS WRITTEN EVEN WHEN NOTHING DRIFTED.
       0450-WRITE-DELTA-TRAILER.
           MOVE SPACES TO DELTA-TRAILER-RECORD
           MOVE 'T' TO DLR-CHANGE-CODE
           MOVE WS-DELTA-COUNT TO DLR-RECORD-COUNT
           WRITE DELTA-TRAILER-RECORD
           IF WS-DELTA-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING DELTA TRAILER - STATUS '
                    WS-DELTA-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0600-PRINT-RECON-TOTALS.
           MOVE SPACES TO DRIFT-REPORT-LINE
           PERFORM 0650-WRITE-REPORT-LINE
           MOVE 'COMPANIES ON TABLE' TO TTL-LABEL
           MOVE WS-TABLE-COUNT TO TTL-COUNT
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'COMPANIES ON MASTER' TO TTL-LABEL
           MOVE WS-MASTER-COUNT TO TTL-COUNT
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'MATCHED ON ID' TO TTL-LABEL
           MOVE WS-MATCHED-COUNT TO TTL-COUNT
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'MATCHED WITH FIELD DIFFERENCES' TO TTL-LABEL
           MOVE WS-DRIFTED-COUNT TO TTL-COUNT
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'FIELDS THAT DISAGREE' TO TTL-LABEL
           MOVE WS-FIELD-DRIFT-COUNT TO TTL-COUNT
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'ON TABLE BUT MISSING FROM MASTER' TO TTL-LABEL
           MOVE WS-MISSING-MASTER-COUNT TO TTL-COUNT
           PERFORM 0610-PRINT-TOTAL-LINE
           MOVE 'ON MASTER BUT MISSING FROM TABLE' TO TTL-LABEL
           MOVE WS-MISSING-TABLE-COUNT TO TTL-COUNT
           PERFORM 0610-PRINT-TOTAL-LINE
           IF WS-WRITE-DELTA
                MOVE 'CORRECTIVE DELTA RECORDS WRITTEN' TO TTL-LABEL
                MOVE WS-DELTA-COUNT TO TTL-COUNT
                PERFORM 0610-PRINT-TOTAL-LINE
           END-IF.

       0610-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO DRIFT-REPORT-LINE
           PERFORM 0650-WRITE-REPORT-LINE.

       0650-WRITE-REPORT-LINE.
           WRITE DRIFT-REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING DRIFT REPORT - STATUS '
                    WS-REPORT-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0700-DISPLAY-RECON-TOTALS.
           DISPLAY 'COMPANY MASTER DRIFT RECONCILIATION'
           DISPLAY '  COMPANIES ON TABLE      : ' WS-TABLE-COUNT
           DISPLAY '  COMPANIES ON MASTER     : ' WS-MASTER-COUNT
           DISPLAY '  MATCHED WITH DRIFT      : ' WS-DRIFTED-COUNT
           DISPLAY '  MISSING FROM MASTER     : '
               WS-MISSING-MASTER-COUNT
           DISPLAY '  MISSING FROM TABLE      : ' WS-MISSING-TABLE-COUNT
           DISPLAY '  CORRECTIVE DELTA RECORDS: ' WS-DELTA-COUNT
           DISPLAY '  HIGHEST RETURN CODE     : ' WS-RETURN-CODE.
