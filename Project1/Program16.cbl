       $SET SQL(DBMAN=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBCONN-FILE ASSIGN TO "DBCONN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBCONN-STATUS.
           SELECT PENDING-IN-FILE ASSIGN TO "COMPPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
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
       FD  PENDING-IN-FILE
           RECORDING MODE IS F.
       01  PENDING-IN-RECORD.
           05  PIN-TRAN-DATA               PIC X(179).
           05  PIN-PEND-DATE               PIC X(8).
       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD                  PIC X(179).
       FD  PENDING-OUT-FILE
           RECORDING MODE IS F.
       01  PENDING-OUT-RECORD.
           05  POU-TRAN-DATA               PIC X(179).
           05  POU-PEND-DATE               PIC X(8).
       FD  PENDING-REPORT-FILE
           RECORDING MODE IS F.
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
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-GENERATION-RECORD.
           COPY GENCAT.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-PENDIN-STATUS          PIC X(2).
       01  WS-RELEASE-STATUS         PIC X(2).
       01  WS-PENDOUT-STATUS         PIC X(2).
       01  WS-REPORT-STATUS          PIC X(2).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-TIME               PIC X(6).
       01  WS-RUN-ID                 PIC X(8) VALUE 'PROGRM16'.
       01  WS-PEND-READ-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-RELEASED-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-HELD-COUNT             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-HELD-HASH              PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-TRAN-KEY-ID            PIC S9(9) COMP-5.
       01  WS-PRIOR-GEN-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-PRIOR-GEN-HASH         PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-PENDED-SINCE-COUNT     PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-NOT-PENDED-SINCE-COUNT PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-END-OF-PENDING-SW      PIC X(1) VALUE 'N'.
           88  WS-END-OF-PENDING             VALUE 'Y'.
       01  WS-PENDING-WRITTEN-SW     PIC X(1) VALUE 'N'.
           88  WS-PENDING-WRITTEN            VALUE 'Y'.
       01  WS-DATE-NUMERIC           PIC 9(8).
       01  WS-TODAY-INTEGER          PIC S9(9) COMP-5.
       01  WS-PENDED-INTEGER         PIC S9(9) COMP-5.
               VALUE '    STILL HELD : '.
           05  RT-HELD               PIC ZZZZZZZZ9.
           05  FILLER                PIC X(73) VALUE SPACES.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-DATE-NUMERIC.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC).
           PERFORM 0090-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                EXEC SQL
                    CONNECT TO :WS-DB-INSTANCE
                        USER :WS-DB-USERID
                        USING :WS-DB-PASSWORD
                END-EXEC
                IF SQLCODE = 0
                     DISPLAY 'CONNECTION SUCCESSFUL'
                     PERFORM 0050-CHECK-PRIOR-GENERATION
                     IF WS-RETURN-CODE = 0
                          PERFORM 0100-RELEASE-PENDING-FILE
                     END-IF
                     IF WS-RETURN-CODE NOT > 4 AND WS-PENDING-WRITTEN
                          PERFORM 0080-CATALOG-PENDING
                     END-IF
                     EXEC SQL COMMIT END-EXEC
                ELSE
                     DISPLAY 'CONNECTION FAILED'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF.
           PERFORM 0900-DISPLAY-RELEASE-TOTALS.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *    COMPPEND MUST BE THE COMPPNDO GENERATION THE FILE-
      *    GENERATION CATALOG HOLDS FROM THE LAST CLEAN RELEASE RUN
      *    BEFORE TODAY - THE SAME NUMBER OF RECORDS WITH THE SAME ID
      *    HASH TOTAL - FOLLOWED ONLY BY TRANSACTIONS PROGRAM3 HAS
      *    PENDED SINCE. ANYTHING ELSE (A MISSED ROTATION, A FILE FROM
      *    AN OLDER NIGHT) STOPS THE RUN BEFORE ANYTHING IS RELEASED.
       0050-CHECK-PRIOR-GENERATION.
           MOVE 'COMPPNDO' TO GEN-DATASET
           EXEC SQL
               SELECT "GENERATION", "BUSINESS-DATE", "RECORD-COUNT",
                      "ID-HASH"
                 INTO :GEN-GENERATION, :GEN-BUSINESS-DATE,
                      :GEN-RECORD-COUNT, :GEN-ID-HASH
                 FROM "FILE-GENERATION"
                WHERE "DATASET" = :GEN-DATASET
                  AND "GENERATION" =
                      (SELECT MAX("GENERATION")
                         FROM "FILE-GENERATION"
                        WHERE "DATASET" = :GEN-DATASET
                          AND "BUSINESS-DATE" < :WS-RUN-DATE)
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     PERFORM 0055-CHECK-PENDING-FILE
                WHEN 100
                     DISPLAY 'NO EARLIER COMPPNDO GENERATION IS '
                         'CATALOGED - PENDING FILE NOT VERIFIED'
                WHEN OTHER
                     DISPLAY 'ERROR READING FILE GENERATION CATALOG - '
                         'SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       0055-CHECK-PENDING-FILE.
           OPEN INPUT PENDING-IN-FILE
           EVALUATE WS-PENDIN-STATUS
                WHEN '00'
                     PERFORM 0110-READ-PENDING-RECORD
                     PERFORM UNTIL WS-END-OF-PENDING
                          PERFORM 0060-CHECK-PENDING-RECORD
                          PERFORM 0110-READ-PENDING-RECORD
                     END-PERFORM
                     CLOSE PENDING-IN-FILE
                     MOVE 'N' TO WS-END-OF-PENDING-SW
                WHEN '35'
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'UNABLE TO OPEN PENDING FILE - STATUS '
                         WS-PENDIN-STATUS
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE
           IF WS-RETURN-CODE = 0
                IF WS-PRIOR-GEN-COUNT NOT = GEN-RECORD-COUNT
                   OR WS-PRIOR-GEN-HASH NOT = GEN-ID-HASH
                   OR WS-NOT-PENDED-SINCE-COUNT > ZERO
                     DISPLAY 'PENDING FILE COMPPEND IS NOT COMPPNDO '
                         'GENERATION ' GEN-GENERATION
                         ' OF BUSINESS DATE ' GEN-BUSINESS-DATE
                     DISPLAY '  CATALOG  : ' GEN-RECORD-COUNT
                         ' RECORDS - ID HASH ' GEN-ID-HASH
                     DISPLAY '  COMPPEND : ' WS-PRIOR-GEN-COUNT
                         ' RECORDS - ID HASH ' WS-PRIOR-GEN-HASH
                     IF WS-NOT-PENDED-SINCE-COUNT > ZERO
                          DISPLAY '  ' WS-NOT-PENDED-SINCE-COUNT
                              ' FURTHER RECORDS WERE NOT PENDED AFTER '
                              GEN-BUSINESS-DATE
                     END-IF
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     DISPLAY 'PENDING FILE HOLDS COMPPNDO GENERATION '
                         GEN-GENERATION ' PLUS '
                         WS-PENDED-SINCE-COUNT ' PENDED SINCE'
                END-IF
           END-IF.

      *    THE FIRST RECORDS ARE THE CATALOGED GENERATION; PROGRAM3
      *    ADDS WHAT IT PENDS ON THE END, STAMPED WITH ITS RUN DATE.
       0060-CHECK-PENDING-RECORD.
           MOVE PIN-TRAN-DATA TO WS-TRAN-RECORD
           PERFORM 0210-SET-TRAN-KEY-ID
           IF WS-PRIOR-GEN-COUNT < GEN-RECORD-COUNT
                ADD 1 TO WS-PRIOR-GEN-COUNT
                ADD WS-TRAN-KEY-ID TO WS-PRIOR-GEN-HASH
           ELSE
                ADD 1 TO WS-PENDED-SINCE-COUNT
                IF PIN-PEND-DATE NOT > GEN-BUSINESS-DATE
                     ADD 1 TO WS-NOT-PENDED-SINCE-COUNT
                END-IF
           END-IF.

      *    THE NEW PENDING FILE IS CATALOGED AS THE NEXT COMPPNDO
      *    GENERATION, FOR THE ROTATION TO PROMOTE TO COMPPEND.
       0080-CATALOG-PENDING.
           MOVE 'COMPPNDO' TO GEN-DATASET
           MOVE WS-RUN-DATE TO GEN-BUSINESS-DATE
           MOVE WS-RUN-ID TO GEN-RUN-ID
           MOVE WS-RUN-DATE TO GEN-RUN-DATE
           MOVE WS-RUN-TIME TO GEN-RUN-TIME
           MOVE WS-HELD-COUNT TO GEN-RECORD-COUNT
           MOVE WS-HELD-HASH TO GEN-ID-HASH
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

      *    TRANSACTIONS WHOSE EFFECTIVE DATE HAS ARRIVED GO TO THE
      *    RELEASE FILE IN COMPVAL LAYOUT FOR THE NEXT PROGRAM3 RUN;
      *    THE REST ARE CARRIED FORWARD TO THE NEW PENDING FILE AND
                WHEN '00'
                     PERFORM 0150-OPEN-OUTPUT-FILES
                     IF WS-RETURN-CODE = 0
                          SET WS-PENDING-WRITTEN TO TRUE
                          PERFORM 0110-READ-PENDING-RECORD
                          PERFORM UNTIL WS-END-OF-PENDING
                               ADD 1 TO WS-PEND-READ-COUNT
                PERFORM 0300-RELEASE-TRANSACTION
           END-IF.

       0210-SET-TRAN-KEY-ID.
           IF TRAN-IS-LOCATION-TYPE
                MOVE LTRAN-COMPANY-ID TO WS-TRAN-KEY-ID
           ELSE
                MOVE TRAN-ID TO WS-TRAN-KEY-ID
           END-IF.

       0300-RELEASE-TRANSACTION.
           MOVE WS-TRAN-RECORD TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           WRITE PENDING-OUT-RECORD
           IF WS-PENDOUT-STATUS = '00'
                ADD 1 TO WS-HELD-COUNT
                PERFORM 0210-SET-TRAN-KEY-ID
                ADD WS-TRAN-KEY-ID TO WS-HELD-HASH
                PERFORM 0500-REPORT-HELD-TRANSACTION
           ELSE
                DISPLAY 'ERROR WRITING PENDING RECORD - STATUS '
