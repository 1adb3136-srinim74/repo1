           05  ARC-REQUESTED-ID            PIC 9(9).
           05  ARC-SQLCODE-OUTCOME         PIC S9(9)
                                           SIGN LEADING SEPARATE.
           05  ARC-MAKER-ID                PIC X(8).
           05  ARC-CHECKER-ID              PIC X(8).
       WORKING-STORAGE SECTION.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-GENERATION-RECORD.
           COPY GENCAT.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-PARM-STATUS            PIC X(2).
       01  WS-REPORT-STATUS          PIC X(2).
       01  WS-AUD-RUN-TIME           PIC X(6).
       01  WS-AUD-REQUESTED-ID       PIC S9(9) COMP-5.
       01  WS-AUD-SQLCODE            PIC S9(9) COMP-5.
       01  WS-AUD-MAKER-ID           PIC X(8).
       01  WS-AUD-CHECKER-ID         PIC X(8).
       01  WS-SUM-ROWS               PIC S9(9) COMP-5.
       01  WS-SUM-OK                 PIC S9(9) COMP-5.
       01  WS-SUM-NOT-FOUND          PIC S9(9) COMP-5.
       01  WS-SUMMARY-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-DETAIL-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ARCHIVE-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ARCHIVE-HASH           PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-DELETE-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-END-OF-CURSOR-SW       PIC X(1) VALUE 'N'.
           88  WS-END-OF-CURSOR              VALUE 'Y'.
           05  FILLER                PIC X(8)  VALUE 'RUN-TIME'.
           05  FILLER                PIC X(14) VALUE '    COMPANY-ID'.
           05  FILLER                PIC X(12) VALUE '     SQLCODE'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE 'MAKER-ID'.
           05  FILLER                PIC X(10) VALUE 'CHECKER-ID'.
           05  FILLER                PIC X(45) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  DT-AUDIT-SEQ          PIC ZZZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DT-RUN-TIME           PIC X(6).
           05  DT-REQUESTED-ID       PIC ZZZZZZZZZZZZZ9.
           05  DT-SQLCODE            PIC ZZZZZZZZZZZ9-.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  DT-MAKER-ID           PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DT-CHECKER-ID         PIC X(8).
           05  FILLER                PIC X(45) VALUE SPACES.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           EXEC SQL
               DECLARE AUDIT-DETAIL-CURSOR CURSOR FOR
               SELECT "AUDIT-SEQ", "RUN-ID", "RUN-DATE", "RUN-TIME",
                      "REQUESTED-ID", "SQLCODE-OUTCOME",
                      COALESCE("MAKER-ID", ' '),
                      COALESCE("CHECKER-ID", ' ')
                 FROM "COMPANY-AUDIT"
                WHERE "RUN-DATE" >= :WS-FROM-DATE
                  AND "RUN-DATE" <= :WS-TO-DATE
               FETCH AUDIT-DETAIL-CURSOR
                 INTO :WS-AUD-SEQ, :WS-AUD-RUN-ID, :WS-AUD-RUN-DATE,
                      :WS-AUD-RUN-TIME, :WS-AUD-REQUESTED-ID,
                      :WS-AUD-SQLCODE, :WS-AUD-MAKER-ID,
                      :WS-AUD-CHECKER-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE WS-AUD-RUN-TIME TO DT-RUN-TIME
                     MOVE WS-AUD-REQUESTED-ID TO DT-REQUESTED-ID
                     MOVE WS-AUD-SQLCODE TO DT-SQLCODE
                     MOVE WS-AUD-MAKER-ID TO DT-MAKER-ID
                     MOVE WS-AUD-CHECKER-ID TO DT-CHECKER-ID
                     MOVE WS-DETAIL-LINE TO AUDIT-REPORT-LINE
                     PERFORM 0800-WRITE-REPORT-LINE
                WHEN 100
                IF WS-RETURN-CODE NOT = 12
                     PERFORM 0630-DELETE-AUDIT-ROWS
                END-IF
                IF WS-RETURN-CODE NOT > 4
                     PERFORM 0640-CATALOG-ARCHIVE
                END-IF
                DISPLAY 'AUDIT ROWS ARCHIVED : ' WS-ARCHIVE-COUNT
                DISPLAY 'AUDIT ROWS DELETED  : ' WS-DELETE-COUNT
           END-IF.
           EXEC SQL
               DECLARE AUDIT-ARCHIVE-CURSOR CURSOR FOR
               SELECT "AUDIT-SEQ", "RUN-ID", "RUN-DATE", "RUN-TIME",
                      "REQUESTED-ID", "SQLCODE-OUTCOME",
                      COALESCE("MAKER-ID", ' '),
                      COALESCE("CHECKER-ID", ' ')
                 FROM "COMPANY-AUDIT"
                WHERE "RUN-DATE" < :WS-CUTOFF-DATE
                ORDER BY "AUDIT-SEQ"
               FETCH AUDIT-ARCHIVE-CURSOR
                 INTO :WS-AUD-SEQ, :WS-AUD-RUN-ID, :WS-AUD-RUN-DATE,
                      :WS-AUD-RUN-TIME, :WS-AUD-REQUESTED-ID,
                      :WS-AUD-SQLCODE, :WS-AUD-MAKER-ID,
                      :WS-AUD-CHECKER-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE WS-AUD-RUN-TIME TO ARC-RUN-TIME
                     MOVE WS-AUD-REQUESTED-ID TO ARC-REQUESTED-ID
                     MOVE WS-AUD-SQLCODE TO ARC-SQLCODE-OUTCOME
                     MOVE WS-AUD-MAKER-ID TO ARC-MAKER-ID
                     MOVE WS-AUD-CHECKER-ID TO ARC-CHECKER-ID
                     WRITE AUDIT-ARCHIVE-RECORD
                     IF WS-ARCHIVE-STATUS = '00'
                          ADD 1 TO WS-ARCHIVE-COUNT
                          ADD WS-AUD-SEQ TO WS-ARCHIVE-HASH
                     ELSE
                          DISPLAY 'ERROR WRITING ARCHIVE RECORD - '
                              'STATUS ' WS-ARCHIVE-STATUS
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

      *    THE ARCHIVE IS CATALOGED AS THE NEXT AUDARCH GENERATION IN
      *    THE SAME UNIT OF WORK AS THE PURGE. IF IT CANNOT BE, THE
      *    PURGE IS BACKED OUT - THE ROWS MUST NOT GO UNLESS THE FILE
      *    HOLDING THEM IS ON THE CATALOG.
       0640-CATALOG-ARCHIVE.
           MOVE 'AUDARCH' TO GEN-DATASET
           MOVE WS-RUN-DATE TO GEN-BUSINESS-DATE
           MOVE 'PROGRAM8' TO GEN-RUN-ID
           MOVE WS-RUN-DATE TO GEN-RUN-DATE
           MOVE WS-RUN-TIME TO GEN-RUN-TIME
           MOVE WS-ARCHIVE-COUNT TO GEN-RECORD-COUNT
           MOVE WS-ARCHIVE-HASH TO GEN-ID-HASH
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
                    ' - PURGE BACKED OUT'
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0800-WRITE-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
