       $SET SQL(DBMAN=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM27.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBCONN-FILE ASSIGN TO "DBCONN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBCONN-STATUS.
           SELECT ROTATION-PARM-FILE ASSIGN TO "ROTPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EXTRACT-IN-FILE ASSIGN TO "COMPEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT PRIOR-OUT-FILE ASSIGN TO "COMPPREV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT PENDING-IN-FILE ASSIGN TO "COMPPNDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT PENDING-OUT-FILE ASSIGN TO "COMPPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.
           SELECT ROTATION-REPORT-FILE ASSIGN TO "ROTRPT"
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
       FD  ROTATION-PARM-FILE
           RECORDING MODE IS F.
       01  ROTATION-PARM-RECORD.
           05  RPM-DATASET                 PIC X(8).
           05  RPM-KEEP                    PIC X(3).
       FD  EXTRACT-IN-FILE
           RECORDING MODE IS F.
       01  EXTRACT-IN-RECORD.
           05  EXT-REC-TYPE                PIC X(1).
           05  EXT-COMPANY-DATA            PIC X(152).
       01  EXTRACT-HEADER-RECORD.
           05  EXH-REC-TYPE                PIC X(1).
           05  EXH-RUN-ID                  PIC X(8).
           05  EXH-RUN-DATE                PIC X(8).
           05  EXH-RUN-TIME                PIC X(6).
           05  FILLER                      PIC X(130).
       01  EXTRACT-TRAILER-RECORD.
           05  EXR-REC-TYPE                PIC X(1).
           05  EXR-RECORD-COUNT            PIC 9(9).
           05  EXR-ID-HASH                 PIC 9(15).
           05  EXR-LOCATION-COUNT          PIC 9(9).
           05  FILLER                      PIC X(119).
       FD  PRIOR-OUT-FILE
           RECORDING MODE IS F.
       01  PRIOR-OUT-RECORD                PIC X(153).
      *    COMPANY AND LOCATION TRANSACTIONS BOTH CARRY THE ID THE
      *    PENDING FILE IS HASHED ON RIGHT AFTER THE ACTION CODE.
       FD  PENDING-IN-FILE
           RECORDING MODE IS F.
       01  PENDING-IN-RECORD.
           05  PIN-TRAN-ACTION             PIC X(1).
           05  PIN-KEY-ID                  PIC S9(9) COMP-5.
           05  FILLER                      PIC X(174).
           05  PIN-PEND-DATE               PIC X(8).
       FD  PENDING-OUT-FILE
           RECORDING MODE IS F.
       01  PENDING-OUT-RECORD              PIC X(187).
       FD  ROTATION-REPORT-FILE
           RECORDING MODE IS F.
       01  ROTATION-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-GENERATION-RECORD.
           COPY GENCAT.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-PARM-STATUS            PIC X(2).
       01  WS-EXTRACT-STATUS         PIC X(2).
       01  WS-PRIOR-STATUS           PIC X(2).
       01  WS-PENDIN-STATUS          PIC X(2).
       01  WS-PENDOUT-STATUS         PIC X(2).
       01  WS-REPORT-STATUS          PIC X(2).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-TIME               PIC X(6).
      *    THE ROTATED FILES, WHETHER THE NEWEST GENERATION IS COPIED
      *    FORWARD AS THE NEXT NIGHT'S INPUT, AND HOW MANY GENERATIONS
      *    ARE KEPT UNLESS ROTPARM SAYS OTHERWISE.
       01  WS-DATASET-LIST.
           05  FILLER                PIC X(12) VALUE 'COMPEXT Y007'.
           05  FILLER                PIC X(12) VALUE 'COMPPNDOY007'.
           05  FILLER                PIC X(12) VALUE 'AUDARCH N007'.
           05  FILLER                PIC X(12) VALUE 'COMPREJ N007'.
           05  FILLER                PIC X(12) VALUE 'COMPRCYCN007'.
       01  WS-DATASET-TABLE REDEFINES WS-DATASET-LIST.
           05  WS-DATASET-ENTRY      OCCURS 5 TIMES.
               10  WS-DS-NAME        PIC X(8).
               10  WS-DS-PROMOTE     PIC X(1).
                   88  WS-DS-IS-PROMOTED     VALUE 'Y'.
               10  WS-DS-KEEP        PIC 9(3).
       01  WS-DATASET-COUNT          PIC S9(4) COMP VALUE 5.
       01  WS-DS-IX                  PIC S9(4) COMP.
       01  WS-PARM-IX                PIC S9(4) COMP.
       01  WS-PARM-FOUND-SW          PIC X(1).
           88  WS-PARM-FOUND                 VALUE 'Y'.
       01  WS-END-OF-PARM-SW         PIC X(1) VALUE 'N'.
           88  WS-END-OF-PARM                VALUE 'Y'.
       01  WS-DATASET-FAILED-SW      PIC X(1).
           88  WS-DATASET-FAILED             VALUE 'Y'.
       01  WS-PROMOTED-SW            PIC X(1).
           88  WS-NEWEST-PROMOTED            VALUE 'Y'.
       01  WS-END-OF-FILE-SW         PIC X(1).
           88  WS-END-OF-FILE                VALUE 'Y'.
       01  WS-END-OF-CURSOR-SW       PIC X(1) VALUE 'N'.
           88  WS-END-OF-CURSOR              VALUE 'Y'.
       01  WS-ROT-DATASET            PIC X(8).
       01  WS-NEWEST-GENERATION      PIC S9(9) COMP-5.
       01  WS-FAIL-REASON            PIC X(60).
       01  WS-FILE-COUNT             PIC S9(9) COMP-5.
       01  WS-FILE-HASH              PIC S9(15) COMP-5.
       01  WS-COPY-COUNT             PIC S9(9) COMP-5.
       01  WS-TRAILER-HASH           PIC S9(15) COMP-5.
       01  WS-KEPT-IN-DATASET        PIC S9(9) COMP-5.
       01  WS-RELATIVE-GEN           PIC S9(4) COMP.
       01  WS-COUNT-DATASETS         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-PROMOTED         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-KEPT             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-DROPPED          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-FAILED           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                PIC X(37)
               VALUE 'FILE GENERATION ROTATION             '.
           05  FILLER                PIC X(11) VALUE 'RUN DATE : '.
           05  RH1-RUN-DATE          PIC X(8).
           05  FILLER                PIC X(76) VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                PIC X(10) VALUE 'DATASET'.
           05  FILLER                PIC X(11) VALUE '   GEN-NO  '.
           05  FILLER                PIC X(6)  VALUE ' REL  '.
           05  FILLER                PIC X(10) VALUE 'BUS-DATE'.
           05  FILLER                PIC X(10) VALUE 'RUN-ID'.
           05  FILLER                PIC X(11) VALUE '  RECORDS  '.
           05  FILLER                PIC X(12) VALUE 'ACTION'.
           05  FILLER                PIC X(62) VALUE 'DETAIL'.
       01  WS-DETAIL-LINE.
           05  DL-DATASET            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-GENERATION         PIC ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-RELATIVE           PIC ---9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-BUSINESS-DATE      PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-RUN-ID             PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-RECORDS            PIC ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-ACTION             PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-DETAIL             PIC X(60).
           05  FILLER                PIC X(2)  VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  SL-LABEL              PIC X(30).
           05  SL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(93) VALUE SPACES.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 0100-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                PERFORM 0150-READ-ROTATION-PARM
           END-IF.
           IF WS-RETURN-CODE = 0
                EXEC SQL
                    CONNECT TO :WS-DB-INSTANCE
                        USER :WS-DB-USERID
                        USING :WS-DB-PASSWORD
                END-EXEC
                IF SQLCODE = 0
                     DISPLAY 'CONNECTION SUCCESSFUL'
                     PERFORM 0180-OPEN-REPORT-FILE
                     IF WS-RETURN-CODE = 0
                          PERFORM VARYING WS-DS-IX FROM 1 BY 1
                                  UNTIL WS-DS-IX > WS-DATASET-COUNT
                               PERFORM 0200-ROTATE-DATASET
                          END-PERFORM
                          PERFORM 0800-PRINT-ROTATION-TOTALS
                          CLOSE ROTATION-REPORT-FILE
                     END-IF
                ELSE
                     DISPLAY 'CONNECTION FAILED'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF.
           DISPLAY 'GENERATIONS PROMOTED    : ' WS-COUNT-PROMOTED.
           DISPLAY 'GENERATIONS KEPT        : ' WS-COUNT-KEPT.
           DISPLAY 'GENERATIONS DROPPED     : ' WS-COUNT-DROPPED.
           DISPLAY 'DATASETS FAILED         : ' WS-COUNT-FAILED.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

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

      *    EACH ROTPARM RECORD SETS HOW MANY GENERATIONS TO KEEP OF
      *    ONE FILE, OR OF ALL OF THEM WHEN THE DATASET IS BLANK. NO
      *    ROTPARM KEEPS THE DEFAULTS IN THE DATASET LIST.
       0150-READ-ROTATION-PARM.
           OPEN INPUT ROTATION-PARM-FILE
           EVALUATE WS-PARM-STATUS
                WHEN '00'
                     PERFORM UNTIL WS-END-OF-PARM
                          READ ROTATION-PARM-FILE
                              AT END
                                   SET WS-END-OF-PARM TO TRUE
                              NOT AT END
                                   PERFORM 0160-EDIT-ROTATION-PARM
                          END-READ
                     END-PERFORM
                     CLOSE ROTATION-PARM-FILE
                WHEN '35'
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'ERROR OPENING ROTATION PARM FILE - '
                         'STATUS ' WS-PARM-STATUS
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

      *    AT LEAST ONE GENERATION - THE CURRENT ONE - IS ALWAYS KEPT.
       0160-EDIT-ROTATION-PARM.
           IF RPM-KEEP IS NOT NUMERIC OR RPM-KEEP = '000'
                DISPLAY 'INVALID GENERATIONS TO KEEP - ' RPM-DATASET
                    ' ' RPM-KEEP
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE 'N' TO WS-PARM-FOUND-SW
                PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                        UNTIL WS-PARM-IX > WS-DATASET-COUNT
                     IF RPM-DATASET = SPACES
                        OR RPM-DATASET = WS-DS-NAME (WS-PARM-IX)
                          MOVE RPM-KEEP TO WS-DS-KEEP (WS-PARM-IX)
                          SET WS-PARM-FOUND TO TRUE
                     END-IF
                END-PERFORM
                IF NOT WS-PARM-FOUND
                     DISPLAY 'ROTATION PARM NAMES UNKNOWN DATASET - '
                         RPM-DATASET
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF.

       0180-OPEN-REPORT-FILE.
           OPEN OUTPUT ROTATION-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN ROTATION REPORT - STATUS '
                    WS-REPORT-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE WS-RUN-DATE TO RH1-RUN-DATE
                MOVE WS-REPORT-HEADING-1 TO ROTATION-REPORT-LINE
                PERFORM 0990-WRITE-REPORT-LINE
                MOVE SPACES TO ROTATION-REPORT-LINE
                PERFORM 0990-WRITE-REPORT-LINE
                MOVE WS-REPORT-HEADING-2 TO ROTATION-REPORT-LINE
                PERFORM 0990-WRITE-REPORT-LINE
           END-IF.

      *    EACH FILE IS ITS OWN UNIT OF WORK. A FILE THAT CANNOT BE
      *    ROTATED IS BACKED OUT AND LEFT AS IT WAS, THE OTHERS GO
      *    AHEAD, AND THE STEP ENDS RC 12 SO THE NIGHT DOES NOT START.
       0200-ROTATE-DATASET.
           MOVE 'N' TO WS-DATASET-FAILED-SW
           MOVE 'N' TO WS-PROMOTED-SW
           MOVE ZERO TO WS-NEWEST-GENERATION
           MOVE WS-DS-NAME (WS-DS-IX) TO WS-ROT-DATASET
           MOVE WS-ROT-DATASET TO GEN-DATASET
           ADD 1 TO WS-COUNT-DATASETS
           EXEC SQL
               SELECT "GENERATION", "BUSINESS-DATE", "RUN-ID",
                      "RUN-DATE", "RUN-TIME", "RECORD-COUNT",
                      "ID-HASH", "GEN-STATUS"
                 INTO :GEN-GENERATION, :GEN-BUSINESS-DATE,
                      :GEN-RUN-ID, :GEN-RUN-DATE, :GEN-RUN-TIME,
                      :GEN-RECORD-COUNT, :GEN-ID-HASH, :GEN-STATUS
                 FROM "FILE-GENERATION"
                WHERE "DATASET" = :GEN-DATASET
                  AND "GENERATION" =
                      (SELECT MAX("GENERATION")
                         FROM "FILE-GENERATION"
                        WHERE "DATASET" = :GEN-DATASET)
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE GEN-GENERATION TO WS-NEWEST-GENERATION
                     IF GEN-STATUS = 'N'
                          PERFORM 0300-PROMOTE-NEWEST
                     END-IF
                     IF NOT WS-DATASET-FAILED
                          PERFORM 0400-AGE-GENERATIONS
                     END-IF
                WHEN 100
                     MOVE SPACES TO WS-DETAIL-LINE
                     MOVE WS-ROT-DATASET TO DL-DATASET
                     MOVE 'NONE' TO DL-ACTION
                     MOVE 'NO GENERATIONS CATALOGED' TO DL-DETAIL
                     MOVE WS-DETAIL-LINE TO ROTATION-REPORT-LINE
                     PERFORM 0990-WRITE-REPORT-LINE
                WHEN OTHER
                     MOVE 'ERROR READING FILE GENERATION CATALOG'
                         TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
           END-EVALUATE
           IF WS-DATASET-FAILED
                EXEC SQL ROLLBACK END-EXEC
           ELSE
                EXEC SQL COMMIT END-EXEC
                IF SQLCODE NOT = 0
                     MOVE 'COMMIT FAILED' TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
                END-IF
           END-IF.

      *    A NEW GENERATION BECOMES CURRENT AND EVERY EARLIER ONE IS
      *    AGED. COMPEXT AND COMPPNDO ARE FIRST CHECKED AGAINST THEIR
      *    CATALOG ENTRY AND COPIED FORWARD AS COMPPREV AND COMPPEND,
      *    SO THE NEXT NIGHT'S INPUT IS ALWAYS THE FILE LAST CATALOGED.
       0300-PROMOTE-NEWEST.
           IF WS-DS-IS-PROMOTED (WS-DS-IX)
                EVALUATE WS-ROT-DATASET
                     WHEN 'COMPEXT'
                          PERFORM 0310-CHECK-EXTRACT
                          IF NOT WS-DATASET-FAILED
                               PERFORM 0320-COPY-EXTRACT
                          END-IF
                     WHEN 'COMPPNDO'
                          PERFORM 0350-CHECK-PENDING
                          IF NOT WS-DATASET-FAILED
                               PERFORM 0360-COPY-PENDING
                          END-IF
                END-EVALUATE
           END-IF
           IF NOT WS-DATASET-FAILED
                EXEC SQL
                    UPDATE "FILE-GENERATION"
                       SET "GEN-STATUS" = 'A'
                     WHERE "DATASET" = :WS-ROT-DATASET
                       AND "GENERATION" <> :WS-NEWEST-GENERATION
                       AND "GEN-STATUS" <> 'A'
                END-EXEC
                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                     MOVE 'ERROR AGEING EARLIER GENERATIONS'
                         TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
                END-IF
           END-IF
           IF NOT WS-DATASET-FAILED
                EXEC SQL
                    UPDATE "FILE-GENERATION"
                       SET "GEN-STATUS" = 'C'
                     WHERE "DATASET" = :WS-ROT-DATASET
                       AND "GENERATION" = :WS-NEWEST-GENERATION
                END-EXEC
                IF SQLCODE = 0
                     SET WS-NEWEST-PROMOTED TO TRUE
                ELSE
                     MOVE 'ERROR MAKING NEWEST GENERATION CURRENT'
                         TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
                END-IF
           END-IF.

      *    COMPEXT MUST CARRY THE HEADER STAMP OF THE RUN THAT WAS
      *    CATALOGED, THE CATALOGED NUMBER OF RECORDS AND A TRAILER
      *    WITH THE CATALOGED ID HASH - OTHERWISE IT IS NOT THAT FILE.
       0310-CHECK-EXTRACT.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-TRAILER-HASH
           MOVE 'N' TO WS-END-OF-FILE-SW
           OPEN INPUT EXTRACT-IN-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
                MOVE 'UNABLE TO OPEN COMPEXT' TO WS-FAIL-REASON
                PERFORM 0700-FAIL-DATASET
           ELSE
                PERFORM 0390-READ-EXTRACT-RECORD
                IF WS-END-OF-FILE
                   OR EXH-REC-TYPE NOT = 'H'
                   OR EXH-RUN-ID NOT = GEN-RUN-ID
                   OR EXH-RUN-DATE NOT = GEN-RUN-DATE
                   OR EXH-RUN-TIME NOT = GEN-RUN-TIME
                     MOVE 'COMPEXT HEADER IS NOT FROM THE CATALOGED RUN'
                         TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
                END-IF
                PERFORM UNTIL WS-END-OF-FILE
                     IF EXT-REC-TYPE = 'T'
                          MOVE EXR-ID-HASH TO WS-TRAILER-HASH
                     END-IF
                     PERFORM 0390-READ-EXTRACT-RECORD
                END-PERFORM
                CLOSE EXTRACT-IN-FILE
                IF NOT WS-DATASET-FAILED
                   AND (WS-FILE-COUNT NOT = GEN-RECORD-COUNT
                        OR WS-TRAILER-HASH NOT = GEN-ID-HASH)
                     MOVE 'COMPEXT COUNT OR HASH DIFFERS FROM CATALOG'
                         TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
                END-IF
           END-IF.

       0320-COPY-EXTRACT.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'N' TO WS-END-OF-FILE-SW
           OPEN INPUT EXTRACT-IN-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
                MOVE 'UNABLE TO OPEN COMPEXT' TO WS-FAIL-REASON
                PERFORM 0700-FAIL-DATASET
           ELSE
                OPEN OUTPUT PRIOR-OUT-FILE
                IF WS-PRIOR-STATUS NOT = '00'
                     MOVE 'UNABLE TO OPEN COMPPREV' TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
                ELSE
                     PERFORM 0390-READ-EXTRACT-RECORD
                     PERFORM UNTIL WS-END-OF-FILE
                          WRITE PRIOR-OUT-RECORD FROM EXTRACT-IN-RECORD
                          IF WS-PRIOR-STATUS = '00'
                               ADD 1 TO WS-COPY-COUNT
                               PERFORM 0390-READ-EXTRACT-RECORD
                          ELSE
                               MOVE 'ERROR WRITING COMPPREV'
                                   TO WS-FAIL-REASON
                               PERFORM 0700-FAIL-DATASET
                               SET WS-END-OF-FILE TO TRUE
                          END-IF
                     END-PERFORM
                     CLOSE PRIOR-OUT-FILE
                END-IF
                CLOSE EXTRACT-IN-FILE
                IF NOT WS-DATASET-FAILED
                   AND WS-COPY-COUNT NOT = GEN-RECORD-COUNT
                     MOVE 'COMPPREV COPY COUNT DIFFERS FROM CATALOG'
                         TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
                END-IF
           END-IF.

      *    COMPPNDO MUST HOLD THE CATALOGED NUMBER OF TRANSACTIONS
      *    WITH THE CATALOGED ID HASH TOTAL.
       0350-CHECK-PENDING.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-FILE-HASH
           MOVE 'N' TO WS-END-OF-FILE-SW
           OPEN INPUT PENDING-IN-FILE
           IF WS-PENDIN-STATUS NOT = '00'
                MOVE 'UNABLE TO OPEN COMPPNDO' TO WS-FAIL-REASON
                PERFORM 0700-FAIL-DATASET
           ELSE
                PERFORM 0395-READ-PENDING-RECORD
                PERFORM UNTIL WS-END-OF-FILE
                     ADD PIN-KEY-ID TO WS-FILE-HASH
                     PERFORM 0395-READ-PENDING-RECORD
                END-PERFORM
                CLOSE PENDING-IN-FILE
                IF WS-FILE-COUNT NOT = GEN-RECORD-COUNT
                   OR WS-FILE-HASH NOT = GEN-ID-HASH
                     MOVE 'COMPPNDO COUNT OR HASH DIFFERS FROM CATALOG'
                         TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
                END-IF
           END-IF.

       0360-COPY-PENDING.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'N' TO WS-END-OF-FILE-SW
           OPEN INPUT PENDING-IN-FILE
           IF WS-PENDIN-STATUS NOT = '00'
                MOVE 'UNABLE TO OPEN COMPPNDO' TO WS-FAIL-REASON
                PERFORM 0700-FAIL-DATASET
           ELSE
                OPEN OUTPUT PENDING-OUT-FILE
                IF WS-PENDOUT-STATUS NOT = '00'
                     MOVE 'UNABLE TO OPEN COMPPEND' TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
                ELSE
                     PERFORM 0395-READ-PENDING-RECORD
                     PERFORM UNTIL WS-END-OF-FILE
                          WRITE PENDING-OUT-RECORD
                              FROM PENDING-IN-RECORD
                          IF WS-PENDOUT-STATUS = '00'
                               ADD 1 TO WS-COPY-COUNT
                               PERFORM 0395-READ-PENDING-RECORD
                          ELSE
                               MOVE 'ERROR WRITING COMPPEND'
                                   TO WS-FAIL-REASON
                               PERFORM 0700-FAIL-DATASET
                               SET WS-END-OF-FILE TO TRUE
                          END-IF
                     END-PERFORM
                     CLOSE PENDING-OUT-FILE
                END-IF
                CLOSE PENDING-IN-FILE
                IF NOT WS-DATASET-FAILED
                   AND WS-COPY-COUNT NOT = GEN-RECORD-COUNT
                     MOVE 'COMPPEND COPY COUNT DIFFERS FROM CATALOG'
                         TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
                END-IF
           END-IF.

       0390-READ-EXTRACT-RECORD.
           READ EXTRACT-IN-FILE
               AT END
                    SET WS-END-OF-FILE TO TRUE
               NOT AT END
                    ADD 1 TO WS-FILE-COUNT
           END-READ
           IF WS-EXTRACT-STATUS NOT = '00' AND NOT = '10'
                MOVE 'ERROR READING COMPEXT' TO WS-FAIL-REASON
                PERFORM 0700-FAIL-DATASET
                SET WS-END-OF-FILE TO TRUE
           END-IF.

       0395-READ-PENDING-RECORD.
           READ PENDING-IN-FILE
               AT END
                    SET WS-END-OF-FILE TO TRUE
               NOT AT END
                    ADD 1 TO WS-FILE-COUNT
           END-READ
           IF WS-PENDIN-STATUS NOT = '00' AND NOT = '10'
                MOVE 'ERROR READING COMPPNDO' TO WS-FAIL-REASON
                PERFORM 0700-FAIL-DATASET
                SET WS-END-OF-FILE TO TRUE
           END-IF.

      *    NEWEST FIRST: THE FIRST GENERATIONS UP TO THE NUMBER TO
      *    KEEP STAY ON THE CATALOG (RELATIVE GENERATION 0, -1, ...),
      *    THE REST ARE DELETED FROM IT AND LISTED FOR SCRATCHING.
       0400-AGE-GENERATIONS.
           EXEC SQL
               DECLARE GENERATION-CURSOR CURSOR FOR
               SELECT "GENERATION", "BUSINESS-DATE", "RUN-ID",
                      "RECORD-COUNT"
                 FROM "FILE-GENERATION"
                WHERE "DATASET" = :WS-ROT-DATASET
                ORDER BY "GENERATION" DESC
           END-EXEC
           EXEC SQL OPEN GENERATION-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                MOVE 'UNABLE TO OPEN GENERATION CURSOR'
                    TO WS-FAIL-REASON
                PERFORM 0700-FAIL-DATASET
           ELSE
                MOVE ZERO TO WS-KEPT-IN-DATASET
                MOVE ZERO TO WS-RELATIVE-GEN
                MOVE 'N' TO WS-END-OF-CURSOR-SW
                PERFORM UNTIL WS-END-OF-CURSOR
                     PERFORM 0410-FETCH-GENERATION
                END-PERFORM
                EXEC SQL CLOSE GENERATION-CURSOR END-EXEC
           END-IF.

       0410-FETCH-GENERATION.
           EXEC SQL
               FETCH GENERATION-CURSOR
                 INTO :GEN-GENERATION, :GEN-BUSINESS-DATE,
                      :GEN-RUN-ID, :GEN-RECORD-COUNT
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE SPACES TO WS-DETAIL-LINE
                     MOVE WS-ROT-DATASET TO DL-DATASET
                     MOVE GEN-GENERATION TO DL-GENERATION
                     MOVE WS-RELATIVE-GEN TO DL-RELATIVE
                     MOVE GEN-BUSINESS-DATE TO DL-BUSINESS-DATE
                     MOVE GEN-RUN-ID TO DL-RUN-ID
                     MOVE GEN-RECORD-COUNT TO DL-RECORDS
                     IF WS-KEPT-IN-DATASET < WS-DS-KEEP (WS-DS-IX)
                          PERFORM 0420-KEEP-GENERATION
                     ELSE
                          PERFORM 0430-DROP-GENERATION
                     END-IF
                     SUBTRACT 1 FROM WS-RELATIVE-GEN
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                WHEN OTHER
                     MOVE 'ERROR RETRIEVING GENERATIONS'
                         TO WS-FAIL-REASON
                     PERFORM 0700-FAIL-DATASET
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       0420-KEEP-GENERATION.
           ADD 1 TO WS-KEPT-IN-DATASET
           ADD 1 TO WS-COUNT-KEPT
           EVALUATE TRUE
                WHEN WS-RELATIVE-GEN NOT = ZERO
                     MOVE 'KEPT' TO DL-ACTION
                WHEN WS-NEWEST-PROMOTED
                     ADD 1 TO WS-COUNT-PROMOTED
                     MOVE 'PROMOTED' TO DL-ACTION
                     EVALUATE WS-ROT-DATASET
                          WHEN 'COMPEXT'
                               MOVE 'COPIED TO COMPPREV' TO DL-DETAIL
                          WHEN 'COMPPNDO'
                               MOVE 'COPIED TO COMPPEND' TO DL-DETAIL
                          WHEN OTHER
                               MOVE 'NOW CURRENT' TO DL-DETAIL
                     END-EVALUATE
                WHEN OTHER
                     MOVE 'CURRENT' TO DL-ACTION
                     MOVE 'NO NEW GENERATION SINCE LAST ROTATION'
                         TO DL-DETAIL
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO ROTATION-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE.

       0430-DROP-GENERATION.
           EXEC SQL
               DELETE FROM "FILE-GENERATION"
                WHERE "DATASET" = :WS-ROT-DATASET
                  AND "GENERATION" = :GEN-GENERATION
           END-EXEC
           IF SQLCODE = 0
                ADD 1 TO WS-COUNT-DROPPED
                MOVE 'DROPPED' TO DL-ACTION
                MOVE 'UNCATALOGED - SCRATCH THIS GENERATION'
                    TO DL-DETAIL
                MOVE WS-DETAIL-LINE TO ROTATION-REPORT-LINE
                PERFORM 0990-WRITE-REPORT-LINE
           ELSE
                MOVE 'ERROR DROPPING GENERATION' TO WS-FAIL-REASON
                PERFORM 0700-FAIL-DATASET
                SET WS-END-OF-CURSOR TO TRUE
           END-IF.

      *    ONLY THE FIRST FAILURE FOR A FILE IS REPORTED; ANYTHING
      *    AFTER IT IS A CONSEQUENCE.
       0700-FAIL-DATASET.
           IF NOT WS-DATASET-FAILED
                SET WS-DATASET-FAILED TO TRUE
                ADD 1 TO WS-COUNT-FAILED
                MOVE 12 TO WS-RETURN-CODE
                DISPLAY WS-ROT-DATASET ' NOT ROTATED - '
                    WS-FAIL-REASON
                DISPLAY '  SQLCODE ' SQLCODE ' GENERATION '
                    WS-NEWEST-GENERATION
                MOVE SPACES TO WS-DETAIL-LINE
                MOVE WS-ROT-DATASET TO DL-DATASET
                MOVE WS-NEWEST-GENERATION TO DL-GENERATION
                MOVE 'FAILED' TO DL-ACTION
                MOVE WS-FAIL-REASON TO DL-DETAIL
                MOVE WS-DETAIL-LINE TO ROTATION-REPORT-LINE
                PERFORM 0990-WRITE-REPORT-LINE
           END-IF.

       0800-PRINT-ROTATION-TOTALS.
           MOVE SPACES TO ROTATION-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           IF WS-RETURN-CODE = 12
                MOVE 'ROTATION INCOMPLETE - SEE JOB LOG'
                    TO ROTATION-REPORT-LINE
                PERFORM 0990-WRITE-REPORT-LINE
           END-IF
           MOVE 'DATASETS PROCESSED' TO SL-LABEL
           MOVE WS-COUNT-DATASETS TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'GENERATIONS PROMOTED' TO SL-LABEL
           MOVE WS-COUNT-PROMOTED TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'GENERATIONS KEPT' TO SL-LABEL
           MOVE WS-COUNT-KEPT TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'GENERATIONS DROPPED' TO SL-LABEL
           MOVE WS-COUNT-DROPPED TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'DATASETS FAILED' TO SL-LABEL
           MOVE WS-COUNT-FAILED TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE.

       0810-PRINT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO ROTATION-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE.

       0990-WRITE-REPORT-LINE.
           WRITE ROTATION-REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING ROTATION REPORT - STATUS '
                    WS-REPORT-STATUS
                IF WS-RETURN-CODE < 4
                     MOVE 4 TO WS-RETURN-CODE
                END-IF
           END-IF.
