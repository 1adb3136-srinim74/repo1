               RECORD KEY IS IDX-ID
               ALTERNATE RECORD KEY IS IDX-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT XREF-FILE ASSIGN TO "COMPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-OLD-ID
               FILE STATUS IS WS-XREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DBCONN-FILE
                         ==WS-ZIP==     BY ==IDX-ZIP==
                         ==WS-PHONE==   BY ==IDX-PHONE==
                         ==WS-STATUS==  BY ==IDX-STATUS==.
       FD  XREF-FILE.
       01  XREF-RECORD.
           COPY XREFREC
               REPLACING ==WS-XREF-OLD-ID==     BY ==XRF-OLD-ID==
                         ==WS-XREF-NEW-ID==     BY ==XRF-NEW-ID==
                         ==WS-XREF-MERGE-DATE== BY ==XRF-MERGE-DATE==.
       WORKING-STORAGE SECTION.
       01  WS-COMPANY-RECORD.
           COPY COMPANY.
       01  WS-XREF-RECORD.
           COPY XREFREC.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-EXTRACT-STATUS         PIC X(2).
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-XREF-STATUS            PIC X(2).
       01  WS-XREF-COUNT             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-END-OF-XREF-SW         PIC X(1) VALUE 'N'.
           88  WS-END-OF-XREF                VALUE 'Y'.
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-ID                 PIC X(8) VALUE 'PROGRAM9'.
       01  WS-BUSINESS-DATE          PIC X(8).
                     END-IF
                     IF WS-RETURN-CODE = 0
                          PERFORM 0100-LOAD-MASTER-FILE
                          IF WS-RETURN-CODE < 8
                               PERFORM 0600-REBUILD-CROSS-REFERENCE
                          END-IF
                     END-IF
                     PERFORM 0070-MARK-STEP-END
                     EXEC SQL COMMIT END-EXEC
                     END-IF
                END-IF
           END-IF.

      *    COMPXREF IS REBUILT WHOLE FROM "COMPANY-XREF" EVERY TIME THE
      *    MASTER IS MAINTAINED, SO PROGRAM10 CAN FOLLOW A RETIRED ID
      *    TO ITS SURVIVOR WITHOUT GOING TO THE DATABASE.
       0600-REBUILD-CROSS-REFERENCE.
           OPEN OUTPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN CROSS-REFERENCE FILE - STATUS '
                    WS-XREF-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                EXEC SQL
                    DECLARE XREF-CURSOR CURSOR FOR
                    SELECT "OLD-ID", "NEW-ID", "MERGE-DATE"
                      FROM "COMPANY-XREF"
                     ORDER BY "OLD-ID"
                END-EXEC
                EXEC SQL OPEN XREF-CURSOR END-EXEC
                IF SQLCODE NOT = 0
                     DISPLAY 'UNABLE TO OPEN CROSS-REFERENCE CURSOR - '
                         'SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     PERFORM UNTIL WS-END-OF-XREF
                          PERFORM 0610-COPY-CROSS-REFERENCE
                     END-PERFORM
                     EXEC SQL CLOSE XREF-CURSOR END-EXEC
                END-IF
                CLOSE XREF-FILE
                DISPLAY 'CROSS-REFERENCE REBUILT - ' WS-XREF-COUNT
                    ' RETIRED IDS'
           END-IF.

       0610-COPY-CROSS-REFERENCE.
           EXEC SQL
               FETCH XREF-CURSOR
                 INTO :WS-XREF-OLD-ID, :WS-XREF-NEW-ID,
                      :WS-XREF-MERGE-DATE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE WS-XREF-OLD-ID TO XRF-OLD-ID
                     MOVE WS-XREF-NEW-ID TO XRF-NEW-ID
                     MOVE WS-XREF-MERGE-DATE TO XRF-MERGE-DATE
                     WRITE XREF-RECORD
                     IF WS-XREF-STATUS = '00'
                          ADD 1 TO WS-XREF-COUNT
                     ELSE
                          DISPLAY 'ERROR WRITING CROSS-REFERENCE FOR '
                              'ID ' WS-XREF-OLD-ID ' - STATUS '
                              WS-XREF-STATUS
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-END-OF-XREF TO TRUE
                     END-IF
                WHEN 100
                     SET WS-END-OF-XREF TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR READING CROSS-REFERENCE - SQLCODE '
                         SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-XREF TO TRUE
           END-EVALUATE.
