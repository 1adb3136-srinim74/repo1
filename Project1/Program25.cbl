       $SET SQL(DBMAN=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM25.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBCONN-FILE ASSIGN TO "DBCONN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBCONN-STATUS.
           SELECT PARTITION-PARM-FILE ASSIGN TO "EXTPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTN-STATUS.
           SELECT PARTITION-EXTRACT-FILE ASSIGN TO "COMPEXTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-EXT-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "COMPEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DBCONN-FILE
           RECORDING MODE IS F.
       01  DBCONN-RECORD.
           COPY DBCONN
               REPLACING ==WS-DB-INSTANCE== BY ==PF-DB-INSTANCE==
                         ==WS-DB-USERID==   BY ==PF-DB-USERID==
                         ==WS-DB-PASSWORD== BY ==PF-DB-PASSWORD==.
       FD  PARTITION-PARM-FILE
           RECORDING MODE IS F.
       01  PARTITION-PARM-RECORD.
           COPY EXTPART.
       FD  PARTITION-EXTRACT-FILE
           RECORDING MODE IS F.
       01  PARTITION-EXTRACT-RECORD.
           05  PXT-REC-TYPE                PIC X(1).
           05  PXT-COMPANY-DATA            PIC X(152).
       01  PARTITION-HEADER-RECORD.
           05  PXH-REC-TYPE                PIC X(1).
           05  PXH-RUN-ID                  PIC X(8).
           05  PXH-RUN-DATE                PIC X(8).
           05  PXH-RUN-TIME                PIC X(6).
           05  PXH-PARTITION-NO            PIC 9(2).
           05  PXH-PART-LOW-ID             PIC 9(9).
           05  PXH-PART-HIGH-ID            PIC 9(9).
           05  PXH-PARTITION-COUNT         PIC 9(2).
           05  FILLER                      PIC X(108).
       01  PARTITION-TRAILER-RECORD.
           05  PXR-REC-TYPE                PIC X(1).
           05  PXR-RECORD-COUNT            PIC 9(9).
           05  PXR-ID-HASH                 PIC 9(15).
           05  PXR-LOCATION-COUNT          PIC 9(9).
           05  FILLER                      PIC X(119).
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           05  EXT-REC-TYPE                PIC X(1).
           05  EXT-COMPANY-DATA            PIC X(152).
       01  EXTRACT-HEADER-RECORD.
           05  EXH-REC-TYPE                PIC X(1).
           05  EXH-RUN-ID                  PIC X(8).
           05  EXH-RUN-DATE                PIC X(8).
           05  EXH-RUN-TIME                PIC X(6).
           05  EXH-PARTITION-NO            PIC 9(2).
           05  EXH-PART-LOW-ID             PIC 9(9).
           05  EXH-PART-HIGH-ID            PIC 9(9).
           05  EXH-PARTITION-COUNT         PIC 9(2).
           05  FILLER                      PIC X(108).
       01  EXTRACT-TRAILER-RECORD.
           05  EXR-REC-TYPE                PIC X(1).
           05  EXR-RECORD-COUNT            PIC 9(9).
           05  EXR-ID-HASH                 PIC 9(15).
           05  EXR-LOCATION-COUNT          PIC 9(9).
           05  FILLER                      PIC X(119).
       WORKING-STORAGE SECTION.
       01  WS-COMPANY-RECORD.
           COPY COMPANY.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-GENERATION-RECORD.
           COPY GENCAT.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-PTN-STATUS             PIC X(2).
       01  WS-PART-EXT-STATUS        PIC X(2).
       01  WS-EXTRACT-STATUS         PIC X(2).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-TIME               PIC X(6).
       01  WS-RUN-ID                 PIC X(8) VALUE 'PROGRAM2'.
       01  WS-BUSINESS-DATE          PIC X(8).
       01  WS-PRED-STEP-NAME         PIC X(8).
       01  WS-PRED-STATUS            PIC X(1).
       01  WS-PRED-RC                PIC S9(9) COMP-5.
       01  WS-STEP-STATUS            PIC X(1).
       01  WS-STEP-RC                PIC S9(9) COMP-5.
       01  WS-UPDATE-TIME            PIC X(6).
       01  WS-STEP-MARKED-SW         PIC X(1) VALUE 'N'.
           88  WS-STEP-MARKED                VALUE 'Y'.
      *    ONE ENTRY PER EXTPART PARTITION, WITH THE RUN THAT WROTE
      *    ITS EXTRACT AND ITS BALANCING TOTALS.
       01  WS-PARTITION-TABLE.
           05  WS-PTN-ENTRY          OCCURS 20 TIMES.
               10  WS-PTN-NO         PIC 9(2).
               10  WS-PTN-LOW-ID     PIC 9(9).
               10  WS-PTN-HIGH-ID    PIC 9(9).
               10  WS-PTN-STEP-NAME  PIC X(8).
               10  WS-PTN-HDR-RUN-DATE
                                     PIC X(8).
               10  WS-PTN-HDR-RUN-TIME
                                     PIC X(6).
               10  WS-PTN-COMPANIES  PIC S9(9) COMP-5.
               10  WS-PTN-LOCATIONS  PIC S9(9) COMP-5.
               10  WS-PTN-HASH       PIC S9(15) COMP-5.
       01  WS-PTN-MAX                PIC S9(4) COMP VALUE 20.
       01  WS-PTN-COUNT              PIC S9(4) COMP VALUE ZERO.
       01  WS-PTN-IX                 PIC S9(4) COMP.
       01  WS-CUR-IX                 PIC S9(4) COMP VALUE ZERO.
       01  WS-END-OF-PTN-SW          PIC X(1) VALUE 'N'.
           88  WS-END-OF-PTN                 VALUE 'Y'.
       01  WS-END-OF-PART-EXT-SW     PIC X(1) VALUE 'N'.
           88  WS-END-OF-PART-EXT            VALUE 'Y'.
       01  WS-IN-PARTITION-SW        PIC X(1) VALUE 'N'.
           88  WS-IN-PARTITION               VALUE 'Y'.
       01  WS-LAST-ID                PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-AUDIT-COUNT            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-AUDIT-RUN-DATE         PIC X(8).
       01  WS-AUDIT-RUN-TIME         PIC X(6).
       01  WS-RECORDS-READ           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-EXTRACT-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ID-HASH                PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-LOCATION-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-SUM-RECORD-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-SUM-ID-HASH            PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-SUM-LOCATION-COUNT     PIC S9(9) COMP-5 VALUE ZERO.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           PERFORM 0100-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                PERFORM 0150-LOAD-PARTITION-TABLE
           END-IF.
           IF WS-RETURN-CODE = 0
                EXEC SQL
                    CONNECT TO :WS-DB-INSTANCE
                        USER :WS-DB-USERID
                        USING :WS-DB-PASSWORD
                END-EXEC
                IF SQLCODE = 0
                     DISPLAY 'CONNECTION SUCCESSFUL'
                     PERFORM 0050-CHECK-PARTITION-STEPS
                     IF WS-RETURN-CODE = 0
                          PERFORM 0060-MARK-STEP-START
                     END-IF
                     IF WS-RETURN-CODE = 0
                          PERFORM 0200-MERGE-PARTITIONS
                          IF WS-RETURN-CODE NOT > 4
                               PERFORM 0080-CATALOG-EXTRACT
                          END-IF
                     END-IF
                     PERFORM 0070-MARK-STEP-END
                     EXEC SQL COMMIT END-EXEC
                     PERFORM 0710-DISPLAY-MERGE-SUMMARY
                ELSE
                     DISPLAY 'CONNECTION FAILED'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *    THE EXTRACT IS ONLY COMPLETE WHEN EVERY PARTITION STEP HAS
      *    FINISHED CLEAN FOR THE BUSINESS DATE. THIS STEP MARKS THE
      *    PROGRAM2 ROW, SO PROGRAM6 AND EVERYTHING AFTER IT WAIT FOR
      *    THE MERGE RATHER THAN FOR ANY ONE PARTITION.
       0050-CHECK-PARTITION-STEPS.
           PERFORM VARYING WS-PTN-IX FROM 1 BY 1
               UNTIL WS-PTN-IX > WS-PTN-COUNT
                MOVE WS-PTN-STEP-NAME (WS-PTN-IX) TO WS-PRED-STEP-NAME
                PERFORM 0055-CHECK-PREDECESSOR
           END-PERFORM.

       0055-CHECK-PREDECESSOR.
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
                          DISPLAY 'PARTITION STEP ' WS-PRED-STEP-NAME
                              ' DID NOT COMPLETE CLEAN FOR BUSINESS '
                              'DATE ' WS-BUSINESS-DATE ' - STATUS '
                              WS-PRED-STATUS ' RC ' WS-PRED-RC
                          MOVE 12 TO WS-RETURN-CODE
                     END-IF
                WHEN 100
                     DISPLAY 'PARTITION STEP ' WS-PRED-STEP-NAME
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

      *    THE MERGED FILE, NOT ANY ONE PARTITION'S, IS THE NIGHT'S
      *    COMPEXT GENERATION ON THE CATALOG.
       0080-CATALOG-EXTRACT.
           MOVE 'COMPEXT' TO GEN-DATASET
           MOVE WS-BUSINESS-DATE TO GEN-BUSINESS-DATE
           MOVE WS-RUN-ID TO GEN-RUN-ID
           MOVE WS-RUN-DATE TO GEN-RUN-DATE
           MOVE WS-RUN-TIME TO GEN-RUN-TIME
           COMPUTE GEN-RECORD-COUNT =
               WS-EXTRACT-COUNT + WS-LOCATION-COUNT + 2
           MOVE WS-SUM-ID-HASH TO GEN-ID-HASH
           PERFORM 0085-ADD-GENERATION.

       0085-ADD-GENERATION.
           MOVE 'N' TO GEN-STATUS
           EXEC SQL
               SELECT COALESCE(MAX("GENERATION"), 0) + 1
                 INTO :GEN-GENERATION
                 FROM "FILE-GENERATION"
                WHERE "DATASET" = :GEN-DATASET
           END-EXEC
           IF SQLCODE = 0
                EXEC SQL
                    INSERT INTO "FILE-GENERATION"
                           ("DATASET", "GENERATION", "BUSINESS-DATE",
                            "RUN-ID", "RUN-DATE", "RUN-TIME",
                            "RECORD-COUNT", "ID-HASH", "GEN-STATUS")
                    VALUES (:GEN-DATASET, :GEN-GENERATION,
                            :GEN-BUSINESS-DATE, :GEN-RUN-ID,
                            :GEN-RUN-DATE, :GEN-RUN-TIME,
                            :GEN-RECORD-COUNT, :GEN-ID-HASH,
                            :GEN-STATUS)
                END-EXEC
           END-IF
           IF SQLCODE = 0
                DISPLAY 'CATALOGED ' GEN-DATASET ' GENERATION '
                    GEN-GENERATION ' - ' GEN-RECORD-COUNT ' RECORDS'
           ELSE
                DISPLAY 'ERROR CATALOGING ' GEN-DATASET
                    ' GENERATION - SQLCODE ' SQLCODE
                IF WS-RETURN-CODE < 8
                     MOVE 8 TO WS-RETURN-CODE
                END-IF
           END-IF.

       0100-READ-DB-PARAMETERS.
           OPEN INPUT DBCONN-FILE
           IF WS-DBCONN-STATUS = '00'
                READ DBCONN-FILE INTO WS-DB-CONNECTION
                CLOSE DBCONN-FILE
           ELSE
                DISPLAY 'UNABLE TO OPEN DBCONN PARAMETER FILE - STATUS '
                    WS-DBCONN-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *    THE PARTITIONS MUST BE NUMBERED 01 UPWARD AND THEIR RANGES
      *    MUST JOIN UP FROM THE FIRST COMPANY ID TO 999999999, SO NO
      *    COMPANY CAN FALL BETWEEN TWO PARTITIONS OR INTO BOTH.
       0150-LOAD-PARTITION-TABLE.
           OPEN INPUT PARTITION-PARM-FILE
           IF WS-PTN-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN EXTPART PARTITION TABLE - '
                    'STATUS ' WS-PTN-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                PERFORM UNTIL WS-END-OF-PTN OR WS-RETURN-CODE = 12
                     READ PARTITION-PARM-FILE
                         AT END
                              SET WS-END-OF-PTN TO TRUE
                         NOT AT END
                              PERFORM 0160-ADD-PARTITION
                     END-READ
                END-PERFORM
                CLOSE PARTITION-PARM-FILE
           END-IF
           IF WS-RETURN-CODE = 0
                IF WS-PTN-COUNT = ZERO
                     DISPLAY 'EXTPART PARTITION TABLE IS EMPTY'
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     IF WS-PTN-LOW-ID (1) > 1
                          DISPLAY 'PARTITION 01 STARTS AT '
                              WS-PTN-LOW-ID (1)
                              ' - LOWER COMPANY IDS WOULD BE MISSED'
                          MOVE 12 TO WS-RETURN-CODE
                     END-IF
                     IF WS-PTN-HIGH-ID (WS-PTN-COUNT) NOT = 999999999
                          DISPLAY 'LAST PARTITION ENDS AT '
                              WS-PTN-HIGH-ID (WS-PTN-COUNT)
                              ' - HIGHER COMPANY IDS WOULD BE MISSED'
                          MOVE 12 TO WS-RETURN-CODE
                     END-IF
                END-IF
           END-IF.

       0160-ADD-PARTITION.
           IF WS-PTN-COUNT = WS-PTN-MAX
                DISPLAY 'MORE THAN ' WS-PTN-MAX ' EXTRACT PARTITIONS'
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                ADD 1 TO WS-PTN-COUNT
                MOVE WS-PTN-COUNT TO WS-PTN-IX
                IF PTN-PARTITION-NO IS NOT NUMERIC
                   OR PTN-LOW-ID IS NOT NUMERIC
                   OR PTN-HIGH-ID IS NOT NUMERIC
                     DISPLAY 'EXTPART RECORD ' WS-PTN-IX
                         ' IS NOT NUMERIC'
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     MOVE PTN-PARTITION-NO TO WS-PTN-NO (WS-PTN-IX)
                     MOVE PTN-LOW-ID TO WS-PTN-LOW-ID (WS-PTN-IX)
                     MOVE PTN-HIGH-ID TO WS-PTN-HIGH-ID (WS-PTN-IX)
                     MOVE SPACES TO WS-PTN-STEP-NAME (WS-PTN-IX)
                     STRING 'PROG2P' PTN-PARTITION-NO
                         DELIMITED BY SIZE
                         INTO WS-PTN-STEP-NAME (WS-PTN-IX)
                     MOVE SPACES TO WS-PTN-HDR-RUN-DATE (WS-PTN-IX)
                     MOVE SPACES TO WS-PTN-HDR-RUN-TIME (WS-PTN-IX)
                     MOVE ZERO TO WS-PTN-COMPANIES (WS-PTN-IX)
                     MOVE ZERO TO WS-PTN-LOCATIONS (WS-PTN-IX)
                     MOVE ZERO TO WS-PTN-HASH (WS-PTN-IX)
                     EVALUATE TRUE
                          WHEN PTN-PARTITION-NO NOT = WS-PTN-IX
                               DISPLAY 'EXTPART PARTITION '
                                   PTN-PARTITION-NO ' IS OUT OF '
                                   'SEQUENCE'
                               MOVE 12 TO WS-RETURN-CODE
                          WHEN PTN-LOW-ID > PTN-HIGH-ID
                               DISPLAY 'INVALID ID RANGE FOR PARTITION '
                                   PTN-PARTITION-NO
                               MOVE 12 TO WS-RETURN-CODE
                          WHEN WS-PTN-IX > 1
                           AND PTN-LOW-ID NOT =
                               WS-PTN-HIGH-ID (WS-PTN-IX - 1) + 1
                               DISPLAY 'PARTITION ' PTN-PARTITION-NO
                                   ' DOES NOT START WHERE PARTITION '
                                   WS-PTN-NO (WS-PTN-IX - 1) ' ENDS'
                               MOVE 12 TO WS-RETURN-CODE
                     END-EVALUATE
                END-IF
           END-IF.

      *    COMPEXTP IS THE PARTITION EXTRACTS CONCATENATED IN PARTITION
      *    ORDER. EACH ONE IS BALANCED AGAINST ITS OWN TRAILER AND
      *    AUDIT TRAIL AS IT IS COPIED; THE MERGED TRAILER CARRIES THE
      *    SUM OF THE PARTITION TRAILERS. A PARTITION THAT IS MISSING,
      *    OUT OF ORDER OR OUT OF BALANCE FAILS THE MERGE (RC 12) AND
      *    THE MERGED FILE IS LEFT WITHOUT A TRAILER.
       0200-MERGE-PARTITIONS.
           OPEN INPUT PARTITION-EXTRACT-FILE
           IF WS-PART-EXT-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN PARTITION EXTRACTS - STATUS '
                    WS-PART-EXT-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                OPEN OUTPUT EXTRACT-FILE
                IF WS-EXTRACT-STATUS NOT = '00'
                     DISPLAY 'UNABLE TO OPEN EXTRACT FILE - STATUS '
                         WS-EXTRACT-STATUS
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     PERFORM 0215-WRITE-HEADER-RECORD
                     PERFORM UNTIL WS-END-OF-PART-EXT
                                OR WS-RETURN-CODE = 12
                          READ PARTITION-EXTRACT-FILE
                              AT END
                                   SET WS-END-OF-PART-EXT TO TRUE
                              NOT AT END
                                   ADD 1 TO WS-RECORDS-READ
                                   PERFORM 0210-MERGE-RECORD
                          END-READ
                     END-PERFORM
                     IF WS-RETURN-CODE NOT = 12
                          PERFORM 0250-CHECK-ALL-PARTITIONS
                     END-IF
                     IF WS-RETURN-CODE NOT = 12
                          PERFORM 0216-WRITE-TRAILER-RECORD
                     END-IF
                     CLOSE EXTRACT-FILE
                END-IF
                CLOSE PARTITION-EXTRACT-FILE
           END-IF.

       0210-MERGE-RECORD.
           EVALUATE PXT-REC-TYPE
                WHEN 'H'
                     PERFORM 0220-START-PARTITION
                WHEN 'D'
                     IF NOT WS-IN-PARTITION
                          DISPLAY 'COMPANY RECORD OUTSIDE A PARTITION '
                              '- RECORD ' WS-RECORDS-READ
                          MOVE 12 TO WS-RETURN-CODE
                     ELSE
                          PERFORM 0230-COPY-COMPANY-RECORD
                     END-IF
                WHEN 'L'
                     IF NOT WS-IN-PARTITION
                          DISPLAY 'LOCATION RECORD OUTSIDE A PARTITION '
                              '- RECORD ' WS-RECORDS-READ
                          MOVE 12 TO WS-RETURN-CODE
                     ELSE
                          MOVE PARTITION-EXTRACT-RECORD
                              TO EXTRACT-RECORD
                          PERFORM 0290-WRITE-EXTRACT-RECORD
                          IF WS-RETURN-CODE NOT = 12
                               ADD 1 TO WS-LOCATION-COUNT
                               ADD 1 TO WS-PTN-LOCATIONS (WS-CUR-IX)
                          END-IF
                     END-IF
                WHEN 'T'
                     IF NOT WS-IN-PARTITION
                          DISPLAY 'TRAILER RECORD OUTSIDE A PARTITION '
                              '- RECORD ' WS-RECORDS-READ
                          MOVE 12 TO WS-RETURN-CODE
                     ELSE
                          PERFORM 0240-END-PARTITION
                     END-IF
                WHEN OTHER
                     DISPLAY 'UNKNOWN EXTRACT RECORD TYPE - '
                         PXT-REC-TYPE ' - RECORD ' WS-RECORDS-READ
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       0220-START-PARTITION.
           IF WS-IN-PARTITION
                DISPLAY 'PARTITION ' WS-PTN-NO (WS-CUR-IX)
                    ' HAS NO TRAILER RECORD'
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                ADD 1 TO WS-CUR-IX
                EVALUATE TRUE
                     WHEN WS-CUR-IX > WS-PTN-COUNT
                          DISPLAY 'MORE PARTITION EXTRACTS THAN '
                              'EXTPART PARTITIONS'
                          MOVE 12 TO WS-RETURN-CODE
                     WHEN PXH-PARTITION-NO IS NOT NUMERIC
                          DISPLAY 'EXTRACT ' WS-CUR-IX ' IS NOT A '
                              'PARTITION EXTRACT - RUN ID ' PXH-RUN-ID
                          MOVE 12 TO WS-RETURN-CODE
                     WHEN PXH-PARTITION-NO NOT = WS-PTN-NO (WS-CUR-IX)
                          DISPLAY 'EXPECTED PARTITION '
                              WS-PTN-NO (WS-CUR-IX) ' BUT FOUND '
                              PXH-PARTITION-NO
                          MOVE 12 TO WS-RETURN-CODE
                     WHEN PXH-PART-LOW-ID
                              NOT = WS-PTN-LOW-ID (WS-CUR-IX)
                       OR PXH-PART-HIGH-ID
                              NOT = WS-PTN-HIGH-ID (WS-CUR-IX)
                          DISPLAY 'PARTITION ' PXH-PARTITION-NO
                              ' WAS EXTRACTED FOR IDS ' PXH-PART-LOW-ID
                              ' TO ' PXH-PART-HIGH-ID
                              ' - EXTPART NOW DIFFERS'
                          MOVE 12 TO WS-RETURN-CODE
                     WHEN OTHER
                          SET WS-IN-PARTITION TO TRUE
                          MOVE PXH-RUN-DATE
                              TO WS-PTN-HDR-RUN-DATE (WS-CUR-IX)
                          MOVE PXH-RUN-TIME
                              TO WS-PTN-HDR-RUN-TIME (WS-CUR-IX)
                END-EVALUATE
           END-IF.

       0230-COPY-COMPANY-RECORD.
           MOVE PXT-COMPANY-DATA TO WS-COMPANY-RECORD
           IF WS-ID < WS-PTN-LOW-ID (WS-CUR-IX)
              OR WS-ID > WS-PTN-HIGH-ID (WS-CUR-IX)
              OR (WS-EXTRACT-COUNT > ZERO AND WS-ID NOT > WS-LAST-ID)
                DISPLAY 'COMPANY ' WS-ID ' IS OUT OF RANGE OR '
                    'SEQUENCE IN PARTITION ' WS-PTN-NO (WS-CUR-IX)
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE PARTITION-EXTRACT-RECORD TO EXTRACT-RECORD
                PERFORM 0290-WRITE-EXTRACT-RECORD
                IF WS-RETURN-CODE NOT = 12
                     ADD 1 TO WS-EXTRACT-COUNT
                     ADD WS-ID TO WS-ID-HASH
                     MOVE WS-ID TO WS-LAST-ID
                     ADD 1 TO WS-PTN-COMPANIES (WS-CUR-IX)
                     ADD WS-ID TO WS-PTN-HASH (WS-CUR-IX)
                END-IF
           END-IF.

       0240-END-PARTITION.
           MOVE 'N' TO WS-IN-PARTITION-SW
           IF PXR-RECORD-COUNT NOT = WS-PTN-COMPANIES (WS-CUR-IX)
              OR PXR-ID-HASH NOT = WS-PTN-HASH (WS-CUR-IX)
              OR PXR-LOCATION-COUNT NOT = WS-PTN-LOCATIONS (WS-CUR-IX)
                DISPLAY 'PARTITION ' WS-PTN-NO (WS-CUR-IX)
                    ' IS OUT OF BALANCE WITH ITS TRAILER'
                DISPLAY '    COMPANIES ' WS-PTN-COMPANIES (WS-CUR-IX)
                    ' TRAILER ' PXR-RECORD-COUNT
                DISPLAY '    ID HASH   ' WS-PTN-HASH (WS-CUR-IX)
                    ' TRAILER ' PXR-ID-HASH
                DISPLAY '    LOCATIONS ' WS-PTN-LOCATIONS (WS-CUR-IX)
                    ' TRAILER ' PXR-LOCATION-COUNT
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                ADD PXR-RECORD-COUNT TO WS-SUM-RECORD-COUNT
                ADD PXR-ID-HASH TO WS-SUM-ID-HASH
                ADD PXR-LOCATION-COUNT TO WS-SUM-LOCATION-COUNT
                PERFORM 0245-COUNT-AUDIT-ROWS
           END-IF.

      *    THE SAME AUDIT TRAIL CHECK PROGRAM6 MAKES ON AN UNPARTITIONED
      *    EXTRACT, MADE HERE WHILE THE PARTITION'S RUN IS STILL KNOWN.
       0245-COUNT-AUDIT-ROWS.
           MOVE WS-PTN-STEP-NAME (WS-CUR-IX) TO WS-PRED-STEP-NAME
           MOVE WS-PTN-HDR-RUN-DATE (WS-CUR-IX) TO WS-AUDIT-RUN-DATE
           MOVE WS-PTN-HDR-RUN-TIME (WS-CUR-IX) TO WS-AUDIT-RUN-TIME
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-AUDIT-COUNT
                 FROM "COMPANY-AUDIT"
                WHERE "RUN-ID" = :WS-PRED-STEP-NAME
                  AND "RUN-DATE" = :WS-AUDIT-RUN-DATE
                  AND "RUN-TIME" = :WS-AUDIT-RUN-TIME
                  AND "SQLCODE-OUTCOME" = 0
           END-EXEC
           IF SQLCODE = 0
                IF WS-AUDIT-COUNT NOT = WS-PTN-COMPANIES (WS-CUR-IX)
                     DISPLAY 'AUDIT TRAIL SHOWS ' WS-AUDIT-COUNT
                         ' ROWS WRITTEN BUT PARTITION '
                         WS-PTN-NO (WS-CUR-IX) ' HAS '
                         WS-PTN-COMPANIES (WS-CUR-IX) ' RECORDS'
                     IF WS-RETURN-CODE < 8
                          MOVE 8 TO WS-RETURN-CODE
                     END-IF
                END-IF
           ELSE
                DISPLAY 'ERROR COUNTING AUDIT ROWS - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0250-CHECK-ALL-PARTITIONS.
           IF WS-IN-PARTITION
                DISPLAY 'PARTITION ' WS-PTN-NO (WS-CUR-IX)
                    ' HAS NO TRAILER RECORD'
                MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-CUR-IX < WS-PTN-COUNT
                DISPLAY 'ONLY ' WS-CUR-IX ' OF ' WS-PTN-COUNT
                    ' PARTITION EXTRACTS WERE SUPPLIED'
                MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-SUM-RECORD-COUNT NOT = WS-EXTRACT-COUNT
              OR WS-SUM-ID-HASH NOT = WS-ID-HASH
              OR WS-SUM-LOCATION-COUNT NOT = WS-LOCATION-COUNT
                DISPLAY 'MERGED TOTALS DO NOT MATCH THE SUM OF THE '
                    'PARTITION TRAILERS'
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0215-WRITE-HEADER-RECORD.
           MOVE SPACES TO EXTRACT-HEADER-RECORD
           MOVE 'H' TO EXH-REC-TYPE
           MOVE WS-RUN-ID TO EXH-RUN-ID
           MOVE WS-RUN-DATE TO EXH-RUN-DATE
           MOVE WS-RUN-TIME TO EXH-RUN-TIME
           MOVE WS-PTN-COUNT TO EXH-PARTITION-COUNT
           WRITE EXTRACT-HEADER-RECORD
           IF WS-EXTRACT-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING EXTRACT HEADER - STATUS '
                    WS-EXTRACT-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0216-WRITE-TRAILER-RECORD.
           MOVE SPACES TO EXTRACT-TRAILER-RECORD
           MOVE 'T' TO EXR-REC-TYPE
           MOVE WS-SUM-RECORD-COUNT TO EXR-RECORD-COUNT
           MOVE WS-SUM-ID-HASH TO EXR-ID-HASH
           MOVE WS-SUM-LOCATION-COUNT TO EXR-LOCATION-COUNT
           WRITE EXTRACT-TRAILER-RECORD
           IF WS-EXTRACT-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING EXTRACT TRAILER - STATUS '
                    WS-EXTRACT-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0290-WRITE-EXTRACT-RECORD.
           WRITE EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING EXTRACT RECORD - STATUS '
                    WS-EXTRACT-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0710-DISPLAY-MERGE-SUMMARY.
           DISPLAY 'MERGE SUMMARY FOR ' WS-RUN-ID
           PERFORM VARYING WS-PTN-IX FROM 1 BY 1
               UNTIL WS-PTN-IX > WS-PTN-COUNT
                DISPLAY '  PARTITION ' WS-PTN-NO (WS-PTN-IX) ' IDS '
                    WS-PTN-LOW-ID (WS-PTN-IX) ' TO '
                    WS-PTN-HIGH-ID (WS-PTN-IX) ' COMPANIES '
                    WS-PTN-COMPANIES (WS-PTN-IX) ' LOCATIONS '
                    WS-PTN-LOCATIONS (WS-PTN-IX)
           END-PERFORM
           DISPLAY '  RECORDS READ        : ' WS-RECORDS-READ
           DISPLAY '  COMPANIES WRITTEN   : ' WS-EXTRACT-COUNT
           DISPLAY '  LOCATIONS WRITTEN   : ' WS-LOCATION-COUNT
           DISPLAY '  ID HASH TOTAL       : ' WS-ID-HASH
           DISPLAY '  HIGHEST RETURN CODE : ' WS-RETURN-CODE.
