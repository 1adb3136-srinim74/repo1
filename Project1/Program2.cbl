           SELECT EXTRACT-PARM-FILE ASSIGN TO "EXTPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARTITION-PARM-FILE ASSIGN TO "EXTPART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTN-STATUS.
           SELECT PRIOR-EXTRACT-FILE ASSIGN TO "COMPPREV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
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
           RECORDING MODE IS F.
       01  EXTRACT-PARM-RECORD.
           05  EPF-EXTRACT-MODE            PIC X(1).
           05  EPF-PARTITION-NO            PIC X(2).
       FD  PARTITION-PARM-FILE
           RECORDING MODE IS F.
       01  PARTITION-PARM-RECORD.
           COPY EXTPART.
       FD  PRIOR-EXTRACT-FILE
           RECORDING MODE IS F.
       01  PRIOR-EXTRACT-RECORD.
           05  PEXT-REC-TYPE               PIC X(1).
           05  PEXT-COMPANY-DATA           PIC X(152).
       01  PRIOR-HEADER-RECORD.
           05  PEXH-REC-TYPE               PIC X(1).
           05  PEXH-RUN-ID                 PIC X(8).
           05  PEXH-RUN-DATE               PIC X(8).
           05  PEXH-RUN-TIME               PIC X(6).
           05  FILLER                      PIC X(130).
       FD  DELTA-FILE
           RECORDING MODE IS F.
       01  DELTA-RECORD.
           COPY DBCONN.
       01  WS-CHECKPOINT-RECORD.
           COPY CKPTREC.
       01  WS-GENERATION-RECORD.
           COPY GENCAT.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-EXTRACT-STATUS         PIC X(2).
       01  WS-CKPT-STATUS            PIC X(2).
       01  WS-PARM-STATUS            PIC X(2).
       01  WS-PRIOR-STATUS           PIC X(2).
       01  WS-DELTA-STATUS           PIC X(2).
       01  WS-PTN-STATUS             PIC X(2).
       01  WS-EXTRACT-MODE           PIC X(1) VALUE 'F'.
           88  WS-FULL-EXTRACT               VALUE 'F'.
           88  WS-DELTA-EXTRACT              VALUE 'D'.
       01  WS-PARTITION-NO           PIC 9(2) VALUE ZERO.
       01  WS-PARTITIONED-SW         PIC X(1) VALUE 'N'.
           88  WS-PARTITIONED                VALUE 'Y'.
       01  WS-PART-LOW-ID            PIC S9(9) COMP-5 VALUE -999999999.
       01  WS-PART-HIGH-ID           PIC S9(9) COMP-5 VALUE 999999999.
       01  WS-END-OF-PTN-SW          PIC X(1) VALUE 'N'.
           88  WS-END-OF-PTN                 VALUE 'Y'.
       01  WS-PRIOR-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-PRIOR-OPEN                 VALUE 'Y'.
       01  WS-END-OF-PRIOR-SW        PIC X(1) VALUE 'N'.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           PERFORM 0100-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                PERFORM 0160-READ-EXTRACT-PARM
           END-IF.
           IF WS-RETURN-CODE = 0
                EXEC SQL
                    CONNECT TO :WS-DB-INSTANCE
                IF SQLCODE = 0
                     DISPLAY 'CONNECTION SUCCESSFUL'
                     PERFORM 0050-CHECK-PREDECESSOR
                     IF WS-RETURN-CODE = 0 AND WS-DELTA-EXTRACT
                          PERFORM 0055-CHECK-PRIOR-GENERATION
                     END-IF
                     IF WS-RETURN-CODE = 0
                          PERFORM 0060-MARK-STEP-START
                     END-IF
                     IF WS-RETURN-CODE = 0
                          PERFORM 0200-PROCESS-COMPANIES
                          IF WS-RETURN-CODE NOT > 4
                             AND NOT WS-PARTITIONED
                               PERFORM 0080-CATALOG-EXTRACT
                          END-IF
                          PERFORM 0700-WRITE-RUN-STATS
                     END-IF
                     PERFORM 0070-MARK-STEP-END
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

      *    A DELTA IS ONLY AS GOOD AS THE PRIOR EXTRACT IT IS TAKEN
      *    AGAINST. COMPPREV MUST BE THE COMPEXT GENERATION THE
      *    FILE-GENERATION CATALOG HOLDS FROM THE LAST CLEAN EXTRACT
      *    BEFORE THIS BUSINESS DATE - ITS HEADER CARRIES THAT RUN'S ID
      *    AND START STAMP. ANYTHING ELSE (A MISSED ROTATION, A FILE
      *    FROM AN OLDER NIGHT) STOPS THE RUN BEFORE IT STARTS.
       0055-CHECK-PRIOR-GENERATION.
           MOVE 'COMPEXT' TO GEN-DATASET
           EXEC SQL
               SELECT "GENERATION", "BUSINESS-DATE", "RUN-ID",
                      "RUN-DATE", "RUN-TIME", "RECORD-COUNT"
                 INTO :GEN-GENERATION, :GEN-BUSINESS-DATE,
                      :GEN-RUN-ID, :GEN-RUN-DATE, :GEN-RUN-TIME,
                      :GEN-RECORD-COUNT
                 FROM "FILE-GENERATION"
                WHERE "DATASET" = :GEN-DATASET
                  AND "GENERATION" =
                      (SELECT MAX("GENERATION")
                         FROM "FILE-GENERATION"
                        WHERE "DATASET" = :GEN-DATASET
                          AND "BUSINESS-DATE" < :WS-BUSINESS-DATE)
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     PERFORM 0056-CHECK-PRIOR-HEADER
                WHEN 100
                     DISPLAY 'NO EARLIER COMPEXT GENERATION IS '
                         'CATALOGED - PRIOR EXTRACT NOT VERIFIED'
                WHEN OTHER
                     DISPLAY 'ERROR READING FILE GENERATION CATALOG - '
                         'SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       0056-CHECK-PRIOR-HEADER.
           OPEN INPUT PRIOR-EXTRACT-FILE
           IF WS-PRIOR-STATUS NOT = '00'
                DISPLAY 'PRIOR EXTRACT COMPPREV CANNOT BE OPENED - '
                    'STATUS ' WS-PRIOR-STATUS ' - COMPEXT GENERATION '
                    GEN-GENERATION ' EXPECTED'
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                READ PRIOR-EXTRACT-FILE
                    AT END
                         MOVE SPACES TO PRIOR-HEADER-RECORD
                END-READ
                CLOSE PRIOR-EXTRACT-FILE
                IF PEXH-REC-TYPE NOT = 'H'
                   OR PEXH-RUN-ID NOT = GEN-RUN-ID
                   OR PEXH-RUN-DATE NOT = GEN-RUN-DATE
                   OR PEXH-RUN-TIME NOT = GEN-RUN-TIME
                     DISPLAY 'PRIOR EXTRACT COMPPREV IS NOT COMPEXT '
                         'GENERATION ' GEN-GENERATION
                     DISPLAY '  CATALOG  : ' GEN-RUN-ID ' '
                         GEN-RUN-DATE ' ' GEN-RUN-TIME
                         ' BUSINESS DATE ' GEN-BUSINESS-DATE
                     DISPLAY '  COMPPREV : ' PEXH-RUN-ID ' '
                         PEXH-RUN-DATE ' ' PEXH-RUN-TIME
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     DISPLAY 'PRIOR EXTRACT IS COMPEXT GENERATION '
                         GEN-GENERATION ' OF BUSINESS DATE '
                         GEN-BUSINESS-DATE
                END-IF
           END-IF.

       0060-MARK-STEP-START.
           ACCEPT WS-UPDATE-TIME FROM TIME
           MOVE 'R' TO WS-STEP-STATUS
                END-IF
           END-IF.

      *    A CLEAN EXTRACT BECOMES THE NEXT COMPEXT GENERATION ON THE
      *    CATALOG, FOR THE ROTATION TO PROMOTE TO COMPPREV. A SINGLE
      *    PARTITION'S EXTRACT IS NOT CATALOGED - THE FILE PROGRAM25
      *    MERGES FROM THEM IS.
       0080-CATALOG-EXTRACT.
           MOVE 'COMPEXT' TO GEN-DATASET
           MOVE WS-BUSINESS-DATE TO GEN-BUSINESS-DATE
           MOVE WS-RUN-ID TO GEN-RUN-ID
           MOVE WS-RUN-DATE TO GEN-RUN-DATE
           MOVE WS-RUN-TIME TO GEN-RUN-TIME
           COMPUTE GEN-RECORD-COUNT =
               WS-EXTRACT-COUNT + WS-LOCATION-COUNT + 2
           MOVE WS-ID-HASH TO GEN-ID-HASH
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
           END-IF.

       0200-PROCESS-COMPANIES.
           PERFORM 0150-READ-CHECKPOINT
           IF WS-DELTA-EXTRACT AND WS-HAS-CKPT
                DISPLAY 'FULL EXTRACT CHECKPOINT PENDING - RERUN THE '
                    'FULL EXTRACT BEFORE REQUESTING A DELTA RUN'
               SELECT ID, NAME, ADDRESS, CITY, STATE, ZIP, PHONE,
                      STATUS, LENGTH(ADDRESS)
                 FROM COMPANY
                WHERE (:WS-HAS-CKPT-SW = 'N' OR ID > :WS-RESTART-ID)
                  AND ID BETWEEN :WS-PART-LOW-ID AND :WS-PART-HIGH-ID
                ORDER BY ID
           END-EXEC
           EXEC SQL OPEN COMPANY-CURSOR END-EXEC
                     PERFORM 0206-FETCH-AND-PROCESS-ROW
                END-PERFORM
                EXEC SQL CLOSE COMPANY-CURSOR END-EXEC
                IF WS-RETURN-CODE = 0 AND WS-ROW-COUNT = 0
                     AND NOT WS-HAS-CKPT AND WS-PARTITIONED
                     DISPLAY 'NO COMPANIES IN PARTITION '
                         WS-PARTITION-NO
                     MOVE 4 TO WS-RETURN-CODE
                END-IF
                IF WS-RETURN-CODE = 0 AND WS-ROW-COUNT = 0
                     AND NOT WS-HAS-CKPT
                     DISPLAY 'NO COMPANY RECORDS FOUND'
                              WS-RESTART-ID
                     END-IF
                     CLOSE CHECKPOINT-FILE
                     IF WS-HAS-CKPT AND WS-PARTITIONED
                        AND (WS-RESTART-ID < WS-PART-LOW-ID
                             OR WS-RESTART-ID > WS-PART-HIGH-ID)
                          DISPLAY 'CHECKPOINT IS NOT FOR PARTITION '
                              WS-PARTITION-NO ' - LAST ID '
                              WS-RESTART-ID
                          MOVE 12 TO WS-RETURN-CODE
                     END-IF
                WHEN '35'
                     CONTINUE
                WHEN OTHER
              AND NOT WS-DELTA-EXTRACT
                DISPLAY 'INVALID EXTRACT MODE - ' WS-EXTRACT-MODE
                MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
              AND EPF-PARTITION-NO NOT = SPACES
              AND EPF-PARTITION-NO NOT = '00'
                PERFORM 0165-READ-PARTITION-TABLE
           END-IF.

      *    A PARTITIONED RUN EXTRACTS ONE COMPANY ID RANGE FROM THE
      *    EXTPART TABLE INTO ITS OWN COMPEXT AND COMPCKPT, AND RUNS
      *    AND RESTARTS UNDER ITS OWN STEP NAME (PROG2Pnn). PROGRAM25
      *    MERGES THE PARTITIONS AND MARKS THE PROGRAM2 STEP. THE
      *    DELTA NEEDS THE WHOLE FILE, SO IT IS NOT PARTITIONED.
       0165-READ-PARTITION-TABLE.
           IF EPF-PARTITION-NO IS NOT NUMERIC
                DISPLAY 'INVALID PARTITION NUMBER - ' EPF-PARTITION-NO
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE EPF-PARTITION-NO TO WS-PARTITION-NO
                IF WS-DELTA-EXTRACT
                     DISPLAY 'A DELTA EXTRACT CANNOT BE PARTITIONED'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF
           IF WS-RETURN-CODE = 0
                OPEN INPUT PARTITION-PARM-FILE
                IF WS-PTN-STATUS NOT = '00'
                     DISPLAY 'UNABLE TO OPEN EXTPART PARTITION TABLE - '
                         'STATUS ' WS-PTN-STATUS
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     PERFORM UNTIL WS-END-OF-PTN OR WS-PARTITIONED
                          READ PARTITION-PARM-FILE
                              AT END
                                   SET WS-END-OF-PTN TO TRUE
                              NOT AT END
                                   IF PTN-PARTITION-NO = WS-PARTITION-NO
                                        SET WS-PARTITIONED TO TRUE
                                   END-IF
                          END-READ
                     END-PERFORM
                     CLOSE PARTITION-PARM-FILE
                     IF NOT WS-PARTITIONED
                          DISPLAY 'PARTITION ' WS-PARTITION-NO
                              ' IS NOT ON THE EXTPART TABLE'
                          MOVE 12 TO WS-RETURN-CODE
                     END-IF
                END-IF
           END-IF
           IF WS-PARTITIONED
                IF PTN-LOW-ID IS NOT NUMERIC
                   OR PTN-HIGH-ID IS NOT NUMERIC
                   OR PTN-LOW-ID > PTN-HIGH-ID
                     DISPLAY 'INVALID ID RANGE FOR PARTITION '
                         WS-PARTITION-NO
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     MOVE PTN-LOW-ID TO WS-PART-LOW-ID
                     MOVE PTN-HIGH-ID TO WS-PART-HIGH-ID
                     MOVE SPACES TO WS-RUN-ID
                     STRING 'PROG2P' WS-PARTITION-NO
                         DELIMITED BY SIZE INTO WS-RUN-ID
                     DISPLAY 'PARTITION ' WS-PARTITION-NO ' - IDS '
                         PTN-LOW-ID ' TO ' PTN-HIGH-ID
                END-IF
           END-IF.

       0170-OPEN-DELTA-FILES.
           MOVE WS-RUN-ID TO EXH-RUN-ID
           MOVE WS-RUN-DATE TO EXH-RUN-DATE
           MOVE WS-RUN-TIME TO EXH-RUN-TIME
           IF WS-PARTITIONED
                MOVE WS-PARTITION-NO TO EXH-PARTITION-NO
                MOVE WS-PART-LOW-ID TO EXH-PART-LOW-ID
                MOVE WS-PART-HIGH-ID TO EXH-PART-HIGH-ID
           END-IF
           WRITE EXTRACT-HEADER-RECORD
           IF WS-EXTRACT-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING EXTRACT HEADER - STATUS '
