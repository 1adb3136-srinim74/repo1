       $SET SQL(DBMAN=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBCONN-FILE ASSIGN TO "DBCONN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBCONN-STATUS.
           SELECT REJECT-FILE ASSIGN TO "COMPREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
               FILE STATUS IS WS-SUSPENSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DBCONN-FILE
           RECORDING MODE IS F.
       01  DBCONN-RECORD.
           COPY DBCONN
               REPLACING ==WS-DB-INSTANCE== BY ==PF-DB-INSTANCE==
                         ==WS-DB-USERID==   BY ==PF-DB-USERID==
                         ==WS-DB-PASSWORD== BY ==PF-DB-PASSWORD==.
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD.
           05  REJ-REASON-CODE             PIC X(4).
           05  REJ-REASON-MSG              PIC X(40).
           05  REJ-TRAN-DATA               PIC X(179).
       FD  CORRECTION-FILE
           RECORDING MODE IS F.
       01  CORRECTION-RECORD.
           05  COR-NEW-VALUE               PIC X(50).
       FD  RECYCLE-FILE
           RECORDING MODE IS F.
       01  RECYCLE-RECORD                  PIC X(179).
       FD  SUSPENSE-REPORT-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-REPORT-LINE            PIC X(132).
               88  TRAN-IS-LOC-DELETE              VALUE 'X'.
               88  TRAN-IS-COMPANY-TYPE            VALUES 'I' 'U' 'D'.
               88  TRAN-IS-LOCATION-TYPE           VALUES 'A' 'C' 'X'.
               88  TRAN-IS-PARENT-TYPE             VALUES 'P' 'Q'.
               88  TRAN-IS-MERGE-TYPE              VALUE 'M'.
           COPY COMPANY
               REPLACING ==WS-ID==      BY ==TRAN-ID==
                         ==WS-NAME==    BY ==TRAN-NAME==
                         ==WS-STATUS==  BY ==TRAN-STATUS==.
           05  TRAN-RECYCLE-COUNT          PIC 9(2).
           05  TRAN-EFF-DATE               PIC X(8).
           05  TRAN-MAKER-ID               PIC X(8).
           05  TRAN-CHECKER-ID             PIC X(8).
       01  WS-LOC-TRAN-RECORD REDEFINES WS-TRAN-RECORD.
           05  LTRAN-ACTION                PIC X(1).
           COPY COMPLOC
           05  FILLER                      PIC X(40).
           05  LTRAN-RECYCLE-COUNT         PIC 9(2).
           05  LTRAN-EFF-DATE              PIC X(8).
           05  LTRAN-MAKER-ID              PIC X(8).
           05  LTRAN-CHECKER-ID            PIC X(8).
       01  WS-PARENT-TRAN-RECORD REDEFINES WS-TRAN-RECORD.
           05  PTRAN-ACTION                PIC X(1).
           05  PTRAN-COMPANY-ID            PIC S9(9) COMP-5.
           05  PTRAN-PARENT-ID             PIC S9(9) COMP-5.
           05  FILLER                      PIC X(144).
           05  PTRAN-RECYCLE-COUNT         PIC 9(2).
           05  PTRAN-EFF-DATE              PIC X(8).
           05  PTRAN-MAKER-ID              PIC X(8).
           05  PTRAN-CHECKER-ID            PIC X(8).
       01  WS-MERGE-TRAN-RECORD REDEFINES WS-TRAN-RECORD.
           05  MRG-ACTION                  PIC X(1).
           05  MRG-SURVIVOR-ID             PIC S9(9) COMP-5.
           05  MRG-RETIRED-ID              PIC S9(9) COMP-5.
           05  FILLER                      PIC X(144).
           05  MRG-RECYCLE-COUNT           PIC 9(2).
           05  MRG-EFF-DATE                PIC X(8).
           05  MRG-MAKER-ID                PIC X(8).
           05  MRG-CHECKER-ID              PIC X(8).
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-GENERATION-RECORD.
           COPY GENCAT.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-REJECT-STATUS          PIC X(2).
       01  WS-CORR-STATUS            PIC X(2).
       01  WS-RECYCLE-STATUS         PIC X(2).
       01  WS-SUSPENSE-STATUS        PIC X(2).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-TIME               PIC X(6).
       01  WS-RUN-ID                 PIC X(8) VALUE 'PROGRM11'.
       01  WS-MAX-RECYCLES           PIC S9(4) COMP VALUE 3.
       01  WS-REJECT-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-RECYCLED-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
           88  WS-END-OF-CORRECTIONS        VALUE 'Y'.
       01  WS-FIELD-APPLIED-SW       PIC X(1) VALUE 'N'.
           88  WS-FIELD-APPLIED              VALUE 'Y'.
       01  WS-CORR-PARENT-ID         PIC 9(9).
       01  WS-CORR-RETIRED-ID        PIC 9(9).
       01  WS-CORRECTION-TABLE.
           05  WS-CORR-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
           05  WS-CORR-ENTRY         OCCURS 1000 TIMES
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  SD-REASON-MSG         PIC X(40).
           05  FILLER                PIC X(64) VALUE SPACES.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 0090-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                EXEC SQL
                    CONNECT TO :WS-DB-INSTANCE
                        USER :WS-DB-USERID
                        USING :WS-DB-PASSWORD
                END-EXEC
                IF SQLCODE = 0
                     DISPLAY 'CONNECTION SUCCESSFUL'
                     PERFORM 0100-LOAD-CORRECTIONS
                     IF WS-RETURN-CODE NOT = 12
                          PERFORM 0200-RECYCLE-REJECTS
                     END-IF
                     IF WS-RETURN-CODE NOT > 4
                          PERFORM 0080-CATALOG-RECYCLE
                     END-IF
                     EXEC SQL COMMIT END-EXEC
                ELSE
                     DISPLAY 'CONNECTION FAILED'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF.
           PERFORM 0900-DISPLAY-RECYCLE-TOTALS.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *    THE RECYCLE FILE IS CATALOGED AS THE NEXT COMPRCYC
      *    GENERATION FOR THE ROTATION TO AGE.
       0080-CATALOG-RECYCLE.
           MOVE 'COMPRCYC' TO GEN-DATASET
           MOVE WS-RUN-DATE TO GEN-BUSINESS-DATE
           MOVE WS-RUN-ID TO GEN-RUN-ID
           MOVE WS-RUN-DATE TO GEN-RUN-DATE
           MOVE WS-RUN-TIME TO GEN-RUN-TIME
           MOVE WS-RECYCLED-COUNT TO GEN-RECORD-COUNT
           MOVE ZERO TO GEN-ID-HASH
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

       0100-LOAD-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
           EVALUATE WS-CORR-STATUS
                     IF WS-CORR-ACTION (WS-CORR-IX) = TRAN-ACTION
                        AND WS-CORR-ID (WS-CORR-IX) = TRAN-ID
                        AND (TRAN-IS-COMPANY-TYPE
                             OR TRAN-IS-PARENT-TYPE
                             OR TRAN-IS-MERGE-TYPE
                             OR WS-CORR-LOC-TYPE (WS-CORR-IX) = SPACE
                             OR WS-CORR-LOC-TYPE (WS-CORR-IX)
                                 = LTRAN-LOC-TYPE)
                     PERFORM 0330-CORRECT-COMPANY-FIELD
                WHEN TRAN-IS-LOCATION-TYPE
                     PERFORM 0340-CORRECT-LOCATION-FIELD
                WHEN TRAN-IS-PARENT-TYPE
                     PERFORM 0345-CORRECT-PARENT-FIELD
                WHEN TRAN-IS-MERGE-TYPE
                     PERFORM 0347-CORRECT-MERGE-FIELD
                WHEN OTHER
                     PERFORM 0350-CORRECT-ACTION-ONLY
           END-EVALUATE.
                PERFORM 0370-MARK-CORRECTION-USED
           END-IF.

      *    A PARENT LINK CARRIES ONLY THE PARENT ID, KEYED AS NINE
      *    DIGITS IN THE CORRECTION VALUE.
       0345-CORRECT-PARENT-FIELD.
           SET WS-FIELD-APPLIED TO TRUE
           EVALUATE WS-CORR-FIELD (WS-CORR-IX)
                WHEN 'ACTION'
                     MOVE WS-CORR-VALUE (WS-CORR-IX) (1:1)
                         TO PTRAN-ACTION
                WHEN 'PARENT'
                     IF WS-CORR-VALUE (WS-CORR-IX) (1:9) IS NUMERIC
                          MOVE WS-CORR-VALUE (WS-CORR-IX) (1:9)
                              TO WS-CORR-PARENT-ID
                          MOVE WS-CORR-PARENT-ID TO PTRAN-PARENT-ID
                     ELSE
                          MOVE 'N' TO WS-FIELD-APPLIED-SW
                          DISPLAY 'CORRECTION PARENT ID NOT NUMERIC - '
                              WS-CORR-VALUE (WS-CORR-IX) (1:9)
                              ' FOR ID ' WS-CORR-ID (WS-CORR-IX)
                          IF WS-RETURN-CODE < 4
                               MOVE 4 TO WS-RETURN-CODE
                          END-IF
                     END-IF
                WHEN 'EFFDATE'
                     MOVE WS-CORR-VALUE (WS-CORR-IX) (1:8)
                         TO PTRAN-EFF-DATE
                WHEN OTHER
                     PERFORM 0360-REPORT-BAD-FIELD-NAME
           END-EVALUATE
           IF WS-FIELD-APPLIED
                PERFORM 0370-MARK-CORRECTION-USED
           END-IF.

      *    A MERGE CARRIES ONLY THE RETIRED ID BESIDE THE SURVIVOR IN
      *    THE TRANSACTION ID, KEYED THE SAME WAY AS A PARENT ID.
       0347-CORRECT-MERGE-FIELD.
           SET WS-FIELD-APPLIED TO TRUE
           EVALUATE WS-CORR-FIELD (WS-CORR-IX)
                WHEN 'ACTION'
                     MOVE WS-CORR-VALUE (WS-CORR-IX) (1:1)
                         TO MRG-ACTION
                WHEN 'RETIRED'
                     IF WS-CORR-VALUE (WS-CORR-IX) (1:9) IS NUMERIC
                          MOVE WS-CORR-VALUE (WS-CORR-IX) (1:9)
                              TO WS-CORR-RETIRED-ID
                          MOVE WS-CORR-RETIRED-ID TO MRG-RETIRED-ID
                     ELSE
                          MOVE 'N' TO WS-FIELD-APPLIED-SW
                          DISPLAY 'CORRECTION RETIRED ID NOT NUMERIC - '
                              WS-CORR-VALUE (WS-CORR-IX) (1:9)
                              ' FOR ID ' WS-CORR-ID (WS-CORR-IX)
                          IF WS-RETURN-CODE < 4
                               MOVE 4 TO WS-RETURN-CODE
                          END-IF
                     END-IF
                WHEN 'EFFDATE'
                     MOVE WS-CORR-VALUE (WS-CORR-IX) (1:8)
                         TO MRG-EFF-DATE
                WHEN OTHER
                     PERFORM 0360-REPORT-BAD-FIELD-NAME
           END-EVALUATE
           IF WS-FIELD-APPLIED
                PERFORM 0370-MARK-CORRECTION-USED
           END-IF.

      *    A TRANSACTION REJECTED FOR AN INVALID ACTION CODE MATCHES
      *    NEITHER RECORD VIEW, SO THE ONLY CORRECTION HONOURED IS A
      *    REPLACEMENT ACTION CODE.
