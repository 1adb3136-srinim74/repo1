           SELECT POSTAL-REF-FILE ASSIGN TO "POSTREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTAL-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "COMPAPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DBCONN-FILE
               88  TRAN-IS-LOC-ADD                 VALUE 'A'.
               88  TRAN-IS-LOC-CHANGE              VALUE 'C'.
               88  TRAN-IS-LOC-DELETE              VALUE 'X'.
               88  TRAN-IS-PARENT-LINK             VALUE 'P'.
               88  TRAN-IS-PARENT-UNLINK           VALUE 'Q'.
               88  TRAN-IS-MERGE                   VALUE 'M'.
               88  TRAN-IS-KNOWN-ACTION            VALUE 'I' 'U' 'D'
                                                         'A' 'C' 'X'
                                                         'P' 'Q' 'M'.
           COPY COMPANY
               REPLACING ==WS-ID==      BY ==TRAN-ID==
                         ==WS-NAME==    BY ==TRAN-NAME==
                         ==WS-STATUS==  BY ==TRAN-STATUS==.
           05  TRAN-RECYCLE-COUNT          PIC 9(2).
           05  TRAN-EFF-DATE               PIC X(8).
           05  TRAN-MAKER-ID               PIC X(8).
           05  TRAN-CHECKER-ID             PIC X(8).
       01  LOCATION-TRANS-RECORD.
           05  LTRAN-ACTION                PIC X(1).
           COPY COMPLOC
           05  FILLER                      PIC X(40).
           05  LTRAN-RECYCLE-COUNT         PIC 9(2).
           05  LTRAN-EFF-DATE              PIC X(8).
           05  LTRAN-MAKER-ID              PIC X(8).
           05  LTRAN-CHECKER-ID            PIC X(8).
       01  PARENT-TRANS-RECORD.
           05  PTRAN-ACTION                PIC X(1).
           05  PTRAN-COMPANY-ID            PIC S9(9) COMP-5.
           05  PTRAN-PARENT-ID             PIC S9(9) COMP-5.
           05  FILLER                      PIC X(144).
           05  PTRAN-RECYCLE-COUNT         PIC 9(2).
           05  PTRAN-EFF-DATE              PIC X(8).
           05  PTRAN-MAKER-ID              PIC X(8).
           05  PTRAN-CHECKER-ID            PIC X(8).
       01  MERGE-TRANS-RECORD.
           05  MRG-ACTION                  PIC X(1).
           05  MRG-SURVIVOR-ID             PIC S9(9) COMP-5.
           05  MRG-RETIRED-ID              PIC S9(9) COMP-5.
           05  FILLER                      PIC X(144).
           05  MRG-RECYCLE-COUNT           PIC 9(2).
           05  MRG-EFF-DATE                PIC X(8).
           05  MRG-MAKER-ID                PIC X(8).
           05  MRG-CHECKER-ID              PIC X(8).
       FD  VALIDATED-TRANS-FILE
           RECORDING MODE IS F.
       01  VALIDATED-TRANS-RECORD.
                         ==WS-STATUS==  BY ==VLD-STATUS==.
           05  VLD-RECYCLE-COUNT           PIC 9(2).
           05  VLD-EFF-DATE                PIC X(8).
           05  VLD-MAKER-ID                PIC X(8).
           05  VLD-CHECKER-ID              PIC X(8).
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD.
           05  REJ-REASON-CODE             PIC X(4).
           05  REJ-REASON-MSG              PIC X(40).
           05  REJ-TRAN-DATA               PIC X(179).
       FD  POSTAL-REF-FILE
           RECORDING MODE IS F.
       01  POSTAL-REF-RECORD.
           05  PRF-ZIP-LOW                 PIC X(5).
           05  PRF-ZIP-HIGH                PIC X(5).
           05  PRF-CITY                    PIC X(30).
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01  APPROVAL-RECORD.
           05  APR-HOLD-SEQ                PIC 9(9).
           05  APR-ACTION                  PIC X(1).
           05  APR-COMPANY-ID              PIC 9(9).
           05  APR-CHECKER-ID              PIC X(8).
           05  APR-DECISION                PIC X(1).
               88  APR-IS-APPROVED                 VALUE 'A'.
               88  APR-IS-DECLINED                 VALUE 'R'.
           05  APR-RETIRED-ID              PIC 9(9).
       WORKING-STORAGE SECTION.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-GENERATION-RECORD.
           COPY GENCAT.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-TRANS-STATUS           PIC X(2).
       01  WS-VALID-STATUS           PIC X(2).
           88  WS-STEP-MARKED                VALUE 'Y'.
       01  WS-LOOKUP-ID              PIC S9(9) COMP-5.
       01  WS-LOOKUP-LOC-TYPE        PIC X(1).
       01  WS-LOOKUP-STATUS          PIC X(1).
       01  WS-READ-COUNT             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-VALID-COUNT            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
                                     INDEXED BY WS-LOCDEL-IX.
               10  WS-SEEN-LOCDEL-ID   PIC S9(9) COMP-5.
               10  WS-SEEN-LOCDEL-TYPE PIC X(1).
       01  WS-SEEN-LINK-TABLE.
           05  WS-SEEN-LINK-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
           05  WS-SEEN-LINK          OCCURS 5000 TIMES
                                     INDEXED BY WS-SEEN-LINK-IX.
               10  WS-SEEN-LINK-ID         PIC S9(9) COMP-5.
               10  WS-SEEN-LINK-NEW-PARENT PIC S9(9) COMP-5.
               10  WS-SEEN-LINK-OLD-PARENT PIC S9(9) COMP-5.
       01  WS-SEEN-MERGE-TABLE.
           05  WS-SEEN-MERGE-COUNT   PIC S9(9) COMP-5 VALUE ZERO.
           05  WS-SEEN-MERGE-ID      OCCURS 5000 TIMES
                                     INDEXED BY WS-SEEN-MERGE-IX
                                     PIC S9(9) COMP-5.
       01  WS-MERGE-CHECK-ID         PIC S9(9) COMP-5.
       01  WS-MERGED-SW              PIC X(1) VALUE 'N'.
           88  WS-MERGED-IN-BATCH            VALUE 'Y'.
       01  WS-REMAINING-LOCATIONS    PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-REMAINING-SUBSIDIARIES PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LINK-CHECK-ID          PIC S9(9) COMP-5.
       01  WS-CURRENT-PARENT-ID      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ANCESTOR-ID            PIC S9(9) COMP-5.
       01  WS-ANCESTOR-DEPTH         PIC S9(4) COMP.
       01  WS-MAX-FAMILY-DEPTH       PIC S9(4) COMP VALUE 50.
       01  WS-LINK-FOUND-SW          PIC X(1) VALUE 'N'.
           88  WS-LINK-FOUND                 VALUE 'Y'.
       01  WS-COMPANY-KNOWN-SW       PIC X(1) VALUE 'N'.
           88  WS-COMPANY-KNOWN              VALUE 'Y'.
       01  WS-EDIT-STATE             PIC X(2).
       01  WS-LEAP-YEAR-SW           PIC X(1).
           88  WS-LEAP-YEAR                  VALUE 'Y'.
       01  WS-DAYS-IN-MONTH          PIC 9(2).
       01  WS-APPROVAL-STATUS        PIC X(2).
       01  WS-END-OF-APPROVALS-SW    PIC X(1) VALUE 'N'.
           88  WS-END-OF-APPROVALS           VALUE 'Y'.
       01  WS-RELEASE-PASS-SW        PIC X(1) VALUE 'N'.
           88  WS-RELEASE-PASS               VALUE 'Y'.
       01  WS-APPROVAL-NEEDED-SW     PIC X(1) VALUE 'N'.
           88  WS-APPROVAL-NEEDED            VALUE 'Y'.
       01  WS-APPROVAL-OK-SW         PIC X(1) VALUE 'Y'.
           88  WS-APPROVAL-OK                VALUE 'Y'.
       01  WS-APPROVAL-ERROR-MSG     PIC X(40).
       01  WS-OPERATOR-ID            PIC X(8).
       01  WS-OPERATOR-ACTIONS       PIC X(20).
       01  WS-OPERATOR-STATUS        PIC X(1).
       01  WS-CHECK-ACTION           PIC X(1).
       01  WS-ACTION-TALLY           PIC S9(4) COMP.
       01  WS-AUTHORITY-SW           PIC X(1).
           88  WS-OPERATOR-AUTHORIZED        VALUE 'Y'.
           88  WS-OPERATOR-UNKNOWN           VALUE 'U'.
           88  WS-ACTION-NOT-ALLOWED         VALUE 'N'.
       01  WS-HELD-RECORD.
           05  WS-HLD-SEQ            PIC S9(9) COMP-5.
           05  WS-HLD-ACTION         PIC X(1).
           05  WS-HLD-ID             PIC S9(9) COMP-5.
           05  WS-HLD-RETIRED-ID     PIC S9(9) COMP-5.
           05  WS-HLD-LOC-TYPE       PIC X(1).
           05  WS-HLD-NAME           PIC X(40).
           05  WS-HLD-ADDRESS        PIC X(50).
           05  WS-HLD-CITY           PIC X(30).
           05  WS-HLD-STATE          PIC X(2).
           05  WS-HLD-ZIP            PIC X(10).
           05  WS-HLD-PHONE          PIC X(15).
           05  WS-HLD-STATUS         PIC X(1).
           05  WS-HLD-EFF-DATE       PIC X(8).
           05  WS-HLD-MAKER-ID       PIC X(8).
           05  WS-HLD-HELD-DATE      PIC X(8).
           05  WS-HLD-HOLD-STATUS    PIC X(1).
           05  WS-HLD-CHECKER-ID     PIC X(8).
       01  WS-END-OF-HELD-SW         PIC X(1) VALUE 'N'.
           88  WS-END-OF-HELD                VALUE 'Y'.
       01  WS-HELD-COUNT             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-APPROVAL-READ-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-RELEASED-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-DECLINED-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-APPROVAL-ERROR-COUNT   PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-OUTSTANDING-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                     PERFORM 0060-MARK-STEP-START
                     IF WS-RETURN-CODE = 0
                          PERFORM 0200-EDIT-TRANSACTIONS
                          IF WS-RETURN-CODE NOT > 4
                               PERFORM 0080-CATALOG-REJECTS
                          END-IF
                     END-IF
      *    A FAILED RUN IS RERUN FROM THE TOP, SO BACK OUT THE HOLDS
      *    AND APPROVAL DECISIONS IT MADE - THE RERUN MAKES THEM AGAIN.
                     IF WS-RETURN-CODE > 4
                          EXEC SQL ROLLBACK END-EXEC
                     END-IF
                     PERFORM 0070-MARK-STEP-END
                     EXEC SQL COMMIT END-EXEC
                END-IF
           END-IF.

      *    THE NIGHT'S REJECT FILE IS CATALOGED AS THE NEXT COMPREJ
      *    GENERATION, EVEN WHEN IT IS EMPTY, SO THE ROTATION AGES
      *    EVERY NIGHT'S FILE.
       0080-CATALOG-REJECTS.
           MOVE 'COMPREJ' TO GEN-DATASET
           MOVE WS-BUSINESS-DATE TO GEN-BUSINESS-DATE
           MOVE WS-RUN-ID TO GEN-RUN-ID
           MOVE WS-RUN-DATE TO GEN-RUN-DATE
           MOVE WS-RUN-TIME TO GEN-RUN-TIME
           MOVE WS-REJECT-COUNT TO GEN-RECORD-COUNT
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

      *    TRANSACTIONS MAY BE DATED UP TO ONE YEAR AHEAD; ANYTHING
      *    BEYOND THAT IS TREATED AS A KEYING ERROR.
       0095-SET-EFF-DATE-LIMIT.
                         WS-VALID-STATUS ' / ' WS-REJECT-STATUS
                     MOVE 12 TO WS-RETURN-CODE
                ELSE
                     PERFORM 0750-PROCESS-APPROVALS
                     IF NOT WS-END-OF-TRANS
                          PERFORM 0210-READ-NEXT-TRANSACTION
                     END-IF
                     PERFORM UNTIL WS-END-OF-TRANS
                          ADD 1 TO WS-READ-COUNT
                          PERFORM 0300-EDIT-TRANSACTION
                          PERFORM 0210-READ-NEXT-TRANSACTION
                     END-PERFORM
                     IF WS-RETURN-CODE < 12
                          PERFORM 0790-LIST-HELD-TRANSACTIONS
                     END-IF
                     CLOSE VALIDATED-TRANS-FILE
                     CLOSE REJECT-FILE
                END-IF
                    SET WS-END-OF-TRANS TO TRUE
           END-READ.

      *    A CHECKER ID ONLY EVER COMES FROM AN APPROVAL RECORD, SO
      *    WHATEVER ARRIVES IN THAT FIELD ON COMPTRAN IS CLEARED.
       0300-EDIT-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT WS-RELEASE-PASS
                MOVE SPACES TO TRAN-CHECKER-ID
           END-IF
           IF TRAN-IS-KNOWN-ACTION
                PERFORM 0700-CHECK-MAKER-AUTHORITY
           END-IF
           EVALUATE TRUE
                WHEN TRAN-IS-INSERT OR TRAN-IS-UPDATE
                     PERFORM 0305-EDIT-COMPANY-TRAN
                     PERFORM 0600-EDIT-LOCATION-TRAN
                WHEN TRAN-IS-LOC-DELETE
                     PERFORM 0650-EDIT-LOCATION-DELETE
                WHEN TRAN-IS-PARENT-LINK OR TRAN-IS-PARENT-UNLINK
                     PERFORM 0800-EDIT-PARENT-TRAN
                WHEN TRAN-IS-MERGE
                     PERFORM 0850-EDIT-MERGE-TRAN
                WHEN OTHER
                     MOVE 'E001' TO WS-REASON-CODE
                     MOVE 'INVALID TRANSACTION ACTION CODE'
                         TO WS-REASON-MSG
                     SET WS-TRAN-INVALID TO TRUE
           END-EVALUATE
           IF WS-TRAN-VALID
              AND WS-SEEN-MERGE-COUNT > ZERO
                PERFORM 0870-CHECK-MERGED-COMPANIES
           END-IF
           IF NOT WS-END-OF-TRANS
                IF WS-TRAN-VALID
                     PERFORM 0730-CHECK-APPROVAL-NEEDED
                     IF WS-APPROVAL-NEEDED
                          PERFORM 0740-HOLD-TRANSACTION
                     ELSE
                          PERFORM 0400-WRITE-VALIDATED-RECORD
                     END-IF
                ELSE
                     PERFORM 0500-WRITE-REJECT-RECORD
                END-IF
           PERFORM 0370-EDIT-STATUS
           PERFORM 0345-EDIT-EFFECTIVE-DATE
           PERFORM 0380-CHECK-DUPLICATE-ID
           PERFORM 0390-CHECK-COMPANY-EXISTS
           PERFORM 0396-CHECK-ID-NOT-RETIRED.

       0306-EDIT-COMPANY-DELETE.
           MOVE TRAN-EFF-DATE TO WS-EDIT-EFF-DATE
           PERFORM 0345-EDIT-EFFECTIVE-DATE
           PERFORM 0380-CHECK-DUPLICATE-ID
           PERFORM 0391-CHECK-COMPANY-FOR-DELETE
           PERFORM 0392-CHECK-LOCATIONS-REMAIN
           MOVE TRAN-ID TO WS-LINK-CHECK-ID
           PERFORM 0394-CHECK-SUBSIDIARIES-REMAIN.

       0320-EDIT-COMPANY-ID.
           IF WS-TRAN-VALID
              AND TRAN-IS-UPDATE
                MOVE TRAN-ID TO WS-LOOKUP-ID
                EXEC SQL
                    SELECT ID, STATUS
                      INTO :WS-LOOKUP-ID, :WS-LOOKUP-STATUS
                      FROM COMPANY
                     WHERE ID = :WS-LOOKUP-ID
                END-EXEC
                END-PERFORM
           END-IF.

      *    A PARENT CANNOT BE DELETED WHILE SUBSIDIARIES STILL POINT
      *    AT IT. PARENT LINKS ACCEPTED EARLIER IN THE BATCH ARE
      *    ALLOWED FOR THE SAME WAY LOCATIONS ARE - A CHILD MOVED OR
      *    UNLINKED AWAY FROM THIS COMPANY NO LONGER COUNTS, A CHILD
      *    NEWLY LINKED UNDER IT DOES.
       0394-CHECK-SUBSIDIARIES-REMAIN.
           IF WS-TRAN-VALID
                MOVE WS-LINK-CHECK-ID TO WS-LOOKUP-ID
                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-REMAINING-SUBSIDIARIES
                      FROM "COMPANY-PARENT"
                     WHERE "PARENT-ID" = :WS-LOOKUP-ID
                END-EXEC
                IF SQLCODE NOT = 0
                     DISPLAY 'ERROR COUNTING SUBSIDIARIES FOR ID '
                         WS-LINK-CHECK-ID ' - SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-TRAN-INVALID TO TRUE
                     SET WS-END-OF-TRANS TO TRUE
                ELSE
                     PERFORM 0395-ALLOW-FOR-BATCH-LINKS
                     IF WS-REMAINING-SUBSIDIARIES > ZERO
                          MOVE 'E029' TO WS-REASON-CODE
                          MOVE 'COMPANY STILL HAS SUBSIDIARIES ON FILE'
                              TO WS-REASON-MSG
                          SET WS-TRAN-INVALID TO TRUE
                     END-IF
                END-IF
           END-IF.

       0395-ALLOW-FOR-BATCH-LINKS.
           IF WS-SEEN-LINK-COUNT > ZERO
                PERFORM VARYING WS-SEEN-LINK-IX FROM 1 BY 1
                    UNTIL WS-SEEN-LINK-IX > WS-SEEN-LINK-COUNT
                     IF WS-SEEN-LINK-OLD-PARENT (WS-SEEN-LINK-IX)
                            = WS-LINK-CHECK-ID
                        AND WS-SEEN-LINK-NEW-PARENT (WS-SEEN-LINK-IX)
                            NOT = WS-LINK-CHECK-ID
                          SUBTRACT 1 FROM WS-REMAINING-SUBSIDIARIES
                     END-IF
                     IF WS-SEEN-LINK-NEW-PARENT (WS-SEEN-LINK-IX)
                            = WS-LINK-CHECK-ID
                        AND WS-SEEN-LINK-OLD-PARENT (WS-SEEN-LINK-IX)
                            NOT = WS-LINK-CHECK-ID
                          ADD 1 TO WS-REMAINING-SUBSIDIARIES
                     END-IF
                END-PERFORM
           END-IF.

      *    AN ID RETIRED BY A MERGE STAYS ON THE CROSS-REFERENCE FOR
      *    GOOD SO INQUIRIES CAN FOLLOW IT TO THE SURVIVOR - IT CANNOT
      *    BE HANDED OUT AGAIN TO A NEW COMPANY.
       0396-CHECK-ID-NOT-RETIRED.
           IF WS-TRAN-VALID
              AND TRAN-IS-INSERT
                MOVE TRAN-ID TO WS-LOOKUP-ID
                EXEC SQL
                    SELECT "OLD-ID"
                      INTO :WS-LOOKUP-ID
                      FROM "COMPANY-XREF"
                     WHERE "OLD-ID" = :WS-LOOKUP-ID
                END-EXEC
                EVALUATE SQLCODE
                     WHEN 0
                          MOVE 'E035' TO WS-REASON-CODE
                          MOVE 'COMPANY ID WAS RETIRED BY A MERGE'
                              TO WS-REASON-MSG
                          SET WS-TRAN-INVALID TO TRUE
                     WHEN 100
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR READING CROSS-REFERENCE FOR '
                              'ID ' TRAN-ID ' - SQLCODE ' SQLCODE
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-TRAN-INVALID TO TRUE
                          SET WS-END-OF-TRANS TO TRUE
                END-EVALUATE
           END-IF.

       0600-EDIT-LOCATION-TRAN.
           MOVE LTRAN-STATE TO WS-EDIT-STATE
           MOVE LTRAN-ZIP TO WS-EDIT-ZIP
                          PERFORM 0635-RECORD-SEEN-LOCATION
                     WHEN TRAN-IS-LOC-DELETE
                          PERFORM 0665-RECORD-SEEN-LOC-DELETE
                     WHEN TRAN-IS-PARENT-LINK OR TRAN-IS-PARENT-UNLINK
                          PERFORM 0835-RECORD-SEEN-LINK
                     WHEN TRAN-IS-MERGE
                          MOVE MRG-SURVIVOR-ID TO WS-MERGE-CHECK-ID
                          PERFORM 0865-RECORD-SEEN-MERGE
                          MOVE MRG-RETIRED-ID TO WS-MERGE-CHECK-ID
                          PERFORM 0865-RECORD-SEEN-MERGE
                END-EVALUATE
           ELSE
                DISPLAY 'ERROR WRITING VALIDATED RECORD - STATUS '
                SET WS-END-OF-TRANS TO TRUE
           END-IF.

      *    THE MAKER MUST BE AN ACTIVE OPERATOR WHOSE AUTHORITY
      *    COVERS THE ACTION CODE KEYED.
       0700-CHECK-MAKER-AUTHORITY.
           MOVE TRAN-MAKER-ID TO WS-OPERATOR-ID
           MOVE TRAN-ACTION TO WS-CHECK-ACTION
           PERFORM 0720-CHECK-OPERATOR-AUTHORITY
           EVALUATE TRUE
                WHEN WS-OPERATOR-UNKNOWN
                     MOVE 'E021' TO WS-REASON-CODE
                     MOVE 'OPERATOR NOT ON FILE OR NOT ACTIVE'
                         TO WS-REASON-MSG
                     SET WS-TRAN-INVALID TO TRUE
                WHEN WS-ACTION-NOT-ALLOWED
                     MOVE 'E022' TO WS-REASON-CODE
                     MOVE 'OPERATOR NOT AUTHORIZED FOR ACTION CODE'
                         TO WS-REASON-MSG
                     SET WS-TRAN-INVALID TO TRUE
           END-EVALUATE.

      *    SHARED BY THE MAKER EDIT AND THE CHECKER EDIT ON AN
      *    APPROVAL - LOOKS UP WS-OPERATOR-ID AND TESTS WHETHER ITS
      *    ALLOWED ACTIONS INCLUDE WS-CHECK-ACTION.
       0720-CHECK-OPERATOR-AUTHORITY.
           SET WS-OPERATOR-AUTHORIZED TO TRUE
           IF WS-OPERATOR-ID = SPACES
                SET WS-OPERATOR-UNKNOWN TO TRUE
           ELSE
                EXEC SQL
                    SELECT "ALLOWED-ACTIONS", "OPERATOR-STATUS"
                      INTO :WS-OPERATOR-ACTIONS, :WS-OPERATOR-STATUS
                      FROM "OPERATOR-AUTHORITY"
                     WHERE "OPERATOR-ID" = :WS-OPERATOR-ID
                END-EXEC
                EVALUATE SQLCODE
                     WHEN 0
                          IF WS-OPERATOR-STATUS NOT = 'A'
                               SET WS-OPERATOR-UNKNOWN TO TRUE
                          ELSE
                               MOVE ZERO TO WS-ACTION-TALLY
                               INSPECT WS-OPERATOR-ACTIONS
                                   TALLYING WS-ACTION-TALLY
                                   FOR ALL WS-CHECK-ACTION
                               IF WS-ACTION-TALLY = ZERO
                                    SET WS-ACTION-NOT-ALLOWED TO TRUE
                               END-IF
                          END-IF
                     WHEN 100
                          SET WS-OPERATOR-UNKNOWN TO TRUE
                     WHEN OTHER
                          DISPLAY 'ERROR READING OPERATOR AUTHORITY '
                              'FOR ' WS-OPERATOR-ID ' - SQLCODE '
                              SQLCODE
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-OPERATOR-UNKNOWN TO TRUE
                          SET WS-END-OF-TRANS TO TRUE
                END-EVALUATE
           END-IF.

      *    DELETES OF EITHER KIND AND ANY UPDATE THAT CHANGES THE
      *    COMPANY STATUS NEED A SECOND OPERATOR. 0390 HAS ALREADY
      *    READ THE ON-FILE STATUS FOR AN UPDATE THAT PASSED ITS
      *    EDITS. A TRANSACTION BEING RELEASED HAS ITS APPROVAL.
       0730-CHECK-APPROVAL-NEEDED.
           MOVE 'N' TO WS-APPROVAL-NEEDED-SW
           IF NOT WS-RELEASE-PASS
                EVALUATE TRUE
                     WHEN TRAN-IS-DELETE OR TRAN-IS-LOC-DELETE
                          OR TRAN-IS-MERGE
                          SET WS-APPROVAL-NEEDED TO TRUE
                     WHEN TRAN-IS-UPDATE
                          AND TRAN-STATUS NOT = WS-LOOKUP-STATUS
                          SET WS-APPROVAL-NEEDED TO TRUE
                END-EVALUATE
           END-IF.

      *    A HELD TRANSACTION GOES NOWHERE NEAR COMPVAL. IT WAITS ON
      *    HELD-TRANSACTION UNTIL AN APPROVAL RECORD RELEASES IT, AND
      *    IS NOT ENTERED IN THE BATCH SEEN LISTS SINCE IT IS NOT
      *    PART OF WHAT PROGRAM3 WILL APPLY FROM THIS BATCH.
       0740-HOLD-TRANSACTION.
           MOVE SPACES TO WS-HELD-RECORD
           MOVE ZERO TO WS-HLD-RETIRED-ID
           MOVE TRAN-ACTION TO WS-HLD-ACTION
           EVALUATE TRUE
                WHEN TRAN-IS-LOC-DELETE
                     MOVE LTRAN-COMPANY-ID TO WS-HLD-ID
                     MOVE LTRAN-LOC-TYPE TO WS-HLD-LOC-TYPE
                     MOVE LTRAN-ADDRESS TO WS-HLD-ADDRESS
                     MOVE LTRAN-CITY TO WS-HLD-CITY
                     MOVE LTRAN-STATE TO WS-HLD-STATE
                     MOVE LTRAN-ZIP TO WS-HLD-ZIP
                     MOVE LTRAN-PHONE TO WS-HLD-PHONE
                WHEN TRAN-IS-MERGE
                     MOVE MRG-SURVIVOR-ID TO WS-HLD-ID
                     MOVE MRG-RETIRED-ID TO WS-HLD-RETIRED-ID
                WHEN OTHER
                     MOVE TRAN-ID TO WS-HLD-ID
                     MOVE TRAN-NAME TO WS-HLD-NAME
                     MOVE TRAN-ADDRESS TO WS-HLD-ADDRESS
                     MOVE TRAN-CITY TO WS-HLD-CITY
                     MOVE TRAN-STATE TO WS-HLD-STATE
                     MOVE TRAN-ZIP TO WS-HLD-ZIP
                     MOVE TRAN-PHONE TO WS-HLD-PHONE
                     MOVE TRAN-STATUS TO WS-HLD-STATUS
           END-EVALUATE
           MOVE TRAN-EFF-DATE TO WS-HLD-EFF-DATE
           MOVE TRAN-MAKER-ID TO WS-HLD-MAKER-ID
           MOVE WS-RUN-DATE TO WS-HLD-HELD-DATE
           MOVE 'H' TO WS-HLD-HOLD-STATUS
           EXEC SQL
               INSERT INTO "HELD-TRANSACTION"
                      (ACTION, ID, "LOC-TYPE", NAME, ADDRESS, CITY,
                       STATE, ZIP, PHONE, STATUS, "EFF-DATE",
                       "MAKER-ID", "HELD-DATE", "HOLD-STATUS",
                       "RETIRED-ID")
               VALUES (:WS-HLD-ACTION, :WS-HLD-ID, :WS-HLD-LOC-TYPE,
                       :WS-HLD-NAME, :WS-HLD-ADDRESS, :WS-HLD-CITY,
                       :WS-HLD-STATE, :WS-HLD-ZIP, :WS-HLD-PHONE,
                       :WS-HLD-STATUS, :WS-HLD-EFF-DATE,
                       :WS-HLD-MAKER-ID, :WS-HLD-HELD-DATE,
                       :WS-HLD-HOLD-STATUS, :WS-HLD-RETIRED-ID)
           END-EXEC
           IF SQLCODE = 0
                ADD 1 TO WS-HELD-COUNT
           ELSE
                DISPLAY 'ERROR HOLDING TRANSACTION FOR ID ' WS-HLD-ID
                    ' - SQLCODE ' SQLCODE
                MOVE 12 TO WS-RETURN-CODE
                SET WS-END-OF-TRANS TO TRUE
           END-IF.

      *    APPROVALS ARE WORKED BEFORE THE NIGHT'S COMPTRAN SO A
      *    RELEASED TRANSACTION IS EDITED AGAINST THE TABLES AS THEY
      *    STAND NOW, NOT AS THEY STOOD WHEN IT WAS KEYED, AND TAKES
      *    ITS PLACE IN THE BATCH DUPLICATE CHECKS AHEAD OF NEW WORK.
      *    THE FILE IS OPTIONAL - MOST NIGHTS THERE IS NOTHING TO
      *    APPROVE.
       0750-PROCESS-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           EVALUATE WS-APPROVAL-STATUS
                WHEN '00'
                     PERFORM 0755-READ-APPROVAL
                     PERFORM UNTIL WS-END-OF-APPROVALS
                                OR WS-END-OF-TRANS
                          ADD 1 TO WS-APPROVAL-READ-COUNT
                          PERFORM 0760-APPLY-APPROVAL
                          PERFORM 0755-READ-APPROVAL
                     END-PERFORM
                     CLOSE APPROVAL-FILE
                WHEN '35'
                     DISPLAY 'NO APPROVAL FILE - NO HELD TRANSACTIONS '
                         'RELEASED'
                WHEN OTHER
                     DISPLAY 'ERROR OPENING APPROVAL FILE - STATUS '
                         WS-APPROVAL-STATUS
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-TRANS TO TRUE
           END-EVALUATE.

       0755-READ-APPROVAL.
           READ APPROVAL-FILE
               AT END
                    SET WS-END-OF-APPROVALS TO TRUE
           END-READ.

      *    THE APPROVAL MUST NAME A TRANSACTION STILL HELD, REPEAT ITS
      *    ACTION AND COMPANY ID (AND FOR A MERGE THE RETIRED ID) AS A
      *    CROSS-CHECK, AND COME FROM AN ACTIVE OPERATOR OTHER THAN THE
      *    MAKER WHO HOLDS AUTHORITY FOR THE SAME ACTION CODE.
       0760-APPLY-APPROVAL.
           MOVE 'Y' TO WS-APPROVAL-OK-SW
           IF APR-HOLD-SEQ IS NOT NUMERIC
              OR APR-COMPANY-ID IS NOT NUMERIC
              OR APR-CHECKER-ID = SPACES
              OR (NOT APR-IS-APPROVED AND NOT APR-IS-DECLINED)
                MOVE 'APPROVAL RECORD IS INCOMPLETE'
                    TO WS-APPROVAL-ERROR-MSG
                PERFORM 0780-REPORT-APPROVAL-ERROR
           END-IF
           IF WS-APPROVAL-OK
                PERFORM 0765-READ-HELD-TRANSACTION
           END-IF
           IF WS-APPROVAL-OK
              AND (WS-HLD-ACTION NOT = APR-ACTION
                   OR WS-HLD-ID NOT = APR-COMPANY-ID)
                MOVE 'ACTION OR ID DOES NOT MATCH HELD ITEM'
                    TO WS-APPROVAL-ERROR-MSG
                PERFORM 0780-REPORT-APPROVAL-ERROR
           END-IF
           IF WS-APPROVAL-OK
              AND WS-HLD-ACTION = 'M'
              AND (APR-RETIRED-ID IS NOT NUMERIC
                   OR APR-RETIRED-ID NOT = WS-HLD-RETIRED-ID)
                MOVE 'RETIRED ID DOES NOT MATCH HELD MERGE'
                    TO WS-APPROVAL-ERROR-MSG
                PERFORM 0780-REPORT-APPROVAL-ERROR
           END-IF
           IF WS-APPROVAL-OK
              AND APR-CHECKER-ID = WS-HLD-MAKER-ID
                MOVE 'CHECKER IS THE OPERATOR WHO KEYED IT'
                    TO WS-APPROVAL-ERROR-MSG
                PERFORM 0780-REPORT-APPROVAL-ERROR
           END-IF
           IF WS-APPROVAL-OK
                MOVE APR-CHECKER-ID TO WS-OPERATOR-ID
                MOVE WS-HLD-ACTION TO WS-CHECK-ACTION
                PERFORM 0720-CHECK-OPERATOR-AUTHORITY
                IF NOT WS-OPERATOR-AUTHORIZED
                   AND NOT WS-END-OF-TRANS
                     MOVE 'CHECKER NOT AUTHORIZED FOR ACTION CODE'
                         TO WS-APPROVAL-ERROR-MSG
                     PERFORM 0780-REPORT-APPROVAL-ERROR
                END-IF
           END-IF
           IF WS-APPROVAL-OK
              AND NOT WS-END-OF-TRANS
                PERFORM 0770-RECORD-DECISION
           END-IF.

       0765-READ-HELD-TRANSACTION.
           MOVE APR-HOLD-SEQ TO WS-HLD-SEQ
           EXEC SQL
               SELECT ACTION, ID, "LOC-TYPE", NAME, ADDRESS, CITY,
                      STATE, ZIP, PHONE, STATUS, "EFF-DATE",
                      "MAKER-ID", "RETIRED-ID"
                 INTO :WS-HLD-ACTION, :WS-HLD-ID, :WS-HLD-LOC-TYPE,
                      :WS-HLD-NAME, :WS-HLD-ADDRESS, :WS-HLD-CITY,
                      :WS-HLD-STATE, :WS-HLD-ZIP, :WS-HLD-PHONE,
                      :WS-HLD-STATUS, :WS-HLD-EFF-DATE,
                      :WS-HLD-MAKER-ID, :WS-HLD-RETIRED-ID
                 FROM "HELD-TRANSACTION"
                WHERE "HOLD-SEQ" = :WS-HLD-SEQ
                  AND "HOLD-STATUS" = 'H'
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     CONTINUE
                WHEN 100
                     MOVE 'NOTHING HELD UNDER THAT SEQUENCE'
                         TO WS-APPROVAL-ERROR-MSG
                     PERFORM 0780-REPORT-APPROVAL-ERROR
                WHEN OTHER
                     DISPLAY 'ERROR READING HELD TRANSACTION '
                         APR-HOLD-SEQ ' - SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     MOVE 'N' TO WS-APPROVAL-OK-SW
                     SET WS-END-OF-TRANS TO TRUE
           END-EVALUATE.

      *    A DECLINED ITEM IS SIMPLY CLOSED OFF. AN APPROVED ITEM IS
      *    REBUILT AS THE ORIGINAL TRANSACTION, STAMPED WITH ITS
      *    CHECKER, AND PUT THROUGH THE FULL EDIT AGAIN - IT REACHES
      *    COMPVAL OR COMPREJ LIKE ANY OTHER TRANSACTION.
       0770-RECORD-DECISION.
           IF APR-IS-APPROVED
                MOVE 'A' TO WS-HLD-HOLD-STATUS
           ELSE
                MOVE 'R' TO WS-HLD-HOLD-STATUS
           END-IF
           MOVE APR-CHECKER-ID TO WS-HLD-CHECKER-ID
           EXEC SQL
               UPDATE "HELD-TRANSACTION"
                  SET "HOLD-STATUS" = :WS-HLD-HOLD-STATUS,
                      "CHECKER-ID" = :WS-HLD-CHECKER-ID,
                      "DECISION-DATE" = :WS-RUN-DATE
                WHERE "HOLD-SEQ" = :WS-HLD-SEQ
                  AND "HOLD-STATUS" = 'H'
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'ERROR RECORDING APPROVAL FOR HELD '
                    'TRANSACTION ' APR-HOLD-SEQ ' - SQLCODE ' SQLCODE
                MOVE 12 TO WS-RETURN-CODE
                SET WS-END-OF-TRANS TO TRUE
           ELSE
                IF APR-IS-DECLINED
                     ADD 1 TO WS-DECLINED-COUNT
                ELSE
                     ADD 1 TO WS-RELEASED-COUNT
                     PERFORM 0775-RELEASE-HELD-TRANSACTION
                END-IF
           END-IF.

       0775-RELEASE-HELD-TRANSACTION.
           MOVE SPACES TO COMPANY-TRANS-RECORD
           MOVE WS-HLD-ACTION TO TRAN-ACTION
           EVALUATE TRUE
                WHEN TRAN-IS-LOC-DELETE
                     MOVE WS-HLD-ID TO LTRAN-COMPANY-ID
                     MOVE WS-HLD-LOC-TYPE TO LTRAN-LOC-TYPE
                     MOVE WS-HLD-ADDRESS TO LTRAN-ADDRESS
                     MOVE WS-HLD-CITY TO LTRAN-CITY
                     MOVE WS-HLD-STATE TO LTRAN-STATE
                     MOVE WS-HLD-ZIP TO LTRAN-ZIP
                     MOVE WS-HLD-PHONE TO LTRAN-PHONE
                WHEN TRAN-IS-MERGE
                     MOVE WS-HLD-ID TO MRG-SURVIVOR-ID
                     MOVE WS-HLD-RETIRED-ID TO MRG-RETIRED-ID
                WHEN OTHER
                     MOVE WS-HLD-ID TO TRAN-ID
                     MOVE WS-HLD-NAME TO TRAN-NAME
                     MOVE WS-HLD-ADDRESS TO TRAN-ADDRESS
                     MOVE WS-HLD-CITY TO TRAN-CITY
                     MOVE WS-HLD-STATE TO TRAN-STATE
                     MOVE WS-HLD-ZIP TO TRAN-ZIP
                     MOVE WS-HLD-PHONE TO TRAN-PHONE
                     MOVE WS-HLD-STATUS TO TRAN-STATUS
           END-EVALUATE
           MOVE ZERO TO TRAN-RECYCLE-COUNT
           MOVE WS-HLD-EFF-DATE TO TRAN-EFF-DATE
           MOVE WS-HLD-MAKER-ID TO TRAN-MAKER-ID
           MOVE WS-HLD-CHECKER-ID TO TRAN-CHECKER-ID
           SET WS-RELEASE-PASS TO TRUE
           PERFORM 0300-EDIT-TRANSACTION
           MOVE 'N' TO WS-RELEASE-PASS-SW.

       0780-REPORT-APPROVAL-ERROR.
           DISPLAY 'APPROVAL NOT APPLIED - HOLD SEQ ' APR-HOLD-SEQ
               ' CHECKER ' APR-CHECKER-ID ' - ' WS-APPROVAL-ERROR-MSG
           MOVE 'N' TO WS-APPROVAL-OK-SW
           ADD 1 TO WS-APPROVAL-ERROR-COUNT
           IF WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *    EVERYTHING STILL AWAITING A SECOND OPERATOR, OLDEST FIRST,
      *    SO THE CHECKERS KNOW WHAT IS OUTSTANDING.
       0790-LIST-HELD-TRANSACTIONS.
           EXEC SQL
               DECLARE HELD-TRANS-CURSOR CURSOR FOR
               SELECT "HOLD-SEQ", ACTION, ID, "LOC-TYPE",
                      "MAKER-ID", "HELD-DATE"
                 FROM "HELD-TRANSACTION"
                WHERE "HOLD-STATUS" = 'H'
                ORDER BY "HOLD-SEQ"
           END-EXEC
           EXEC SQL OPEN HELD-TRANS-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN HELD TRANSACTION CURSOR - '
                    'SQLCODE ' SQLCODE
                IF WS-RETURN-CODE < 4
                     MOVE 4 TO WS-RETURN-CODE
                END-IF
           ELSE
                PERFORM UNTIL WS-END-OF-HELD
                     PERFORM 0795-FETCH-HELD-TRANSACTION
                END-PERFORM
                EXEC SQL CLOSE HELD-TRANS-CURSOR END-EXEC
           END-IF.

       0795-FETCH-HELD-TRANSACTION.
           EXEC SQL
               FETCH HELD-TRANS-CURSOR
                 INTO :WS-HLD-SEQ, :WS-HLD-ACTION, :WS-HLD-ID,
                      :WS-HLD-LOC-TYPE, :WS-HLD-MAKER-ID,
                      :WS-HLD-HELD-DATE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-OUTSTANDING-COUNT
                     DISPLAY 'AWAITING APPROVAL - HOLD SEQ ' WS-HLD-SEQ
                         ' ACTION ' WS-HLD-ACTION ' ID ' WS-HLD-ID
                         ' ' WS-HLD-LOC-TYPE ' MAKER ' WS-HLD-MAKER-ID
                         ' HELD ' WS-HLD-HELD-DATE
                WHEN 100
                     SET WS-END-OF-HELD TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING HELD TRANSACTIONS - '
                         'SQLCODE ' SQLCODE
                     IF WS-RETURN-CODE < 4
                          MOVE 4 TO WS-RETURN-CODE
                     END-IF
                     SET WS-END-OF-HELD TO TRUE
           END-EVALUATE.

      *    PARENT LINK TRANSACTIONS - 'P' LINKS A COMPANY TO ITS
      *    IMMEDIATE PARENT (OR MOVES IT TO A NEW ONE), 'Q' REMOVES THE
      *    LINK SO THE COMPANY STANDS ALONE OR HEADS ITS OWN FAMILY.
       0800-EDIT-PARENT-TRAN.
           MOVE PTRAN-EFF-DATE TO WS-EDIT-EFF-DATE
           MOVE ZERO TO WS-CURRENT-PARENT-ID
           PERFORM 0810-EDIT-PARENT-IDS
           PERFORM 0345-EDIT-EFFECTIVE-DATE
           PERFORM 0815-CHECK-DUPLICATE-LINK
           PERFORM 0820-CHECK-LINK-COMPANIES
           PERFORM 0830-LOOK-UP-CURRENT-PARENT
           IF TRAN-IS-PARENT-UNLINK
                IF WS-TRAN-VALID
                   AND NOT WS-LINK-FOUND
                     MOVE 'E027' TO WS-REASON-CODE
                     MOVE 'NO PARENT LINK ON FILE TO REMOVE'
                         TO WS-REASON-MSG
                     SET WS-TRAN-INVALID TO TRUE
                END-IF
           ELSE
                PERFORM 0840-CHECK-ANCESTRY
           END-IF.

       0810-EDIT-PARENT-IDS.
           IF WS-TRAN-VALID
              AND PTRAN-COMPANY-ID NOT > ZERO
                MOVE 'E002' TO WS-REASON-CODE
                MOVE 'COMPANY ID IS NOT A POSITIVE NUMBER'
                    TO WS-REASON-MSG
                SET WS-TRAN-INVALID TO TRUE
           END-IF
           IF WS-TRAN-VALID
              AND TRAN-IS-PARENT-LINK
              AND (PTRAN-PARENT-ID NOT > ZERO
                   OR PTRAN-PARENT-ID = PTRAN-COMPANY-ID)
                MOVE 'E023' TO WS-REASON-CODE
                MOVE 'PARENT ID IS NOT A VALID OTHER COMPANY'
                    TO WS-REASON-MSG
                SET WS-TRAN-INVALID TO TRUE
           END-IF.

      *    ONE PARENT LINK CHANGE PER COMPANY PER BATCH, SO THE
      *    ANCESTRY WALK BELOW NEVER HAS TWO ANSWERS FOR ONE COMPANY.
       0815-CHECK-DUPLICATE-LINK.
           IF WS-TRAN-VALID
              AND WS-SEEN-LINK-COUNT > ZERO
                SET WS-SEEN-LINK-IX TO 1
                SEARCH WS-SEEN-LINK
                     VARYING WS-SEEN-LINK-IX
                     AT END
                          CONTINUE
                     WHEN WS-SEEN-LINK-IX > WS-SEEN-LINK-COUNT
                          CONTINUE
                     WHEN WS-SEEN-LINK-ID (WS-SEEN-LINK-IX)
                              = PTRAN-COMPANY-ID
                          MOVE 'E024' TO WS-REASON-CODE
                          MOVE 'DUPLICATE PARENT LINK IN BATCH'
                              TO WS-REASON-MSG
                          SET WS-TRAN-INVALID TO TRUE
                END-SEARCH
           END-IF.

       0820-CHECK-LINK-COMPANIES.
           IF WS-TRAN-VALID
                MOVE PTRAN-COMPANY-ID TO WS-LINK-CHECK-ID
                PERFORM 0825-CHECK-LINK-COMPANY-KNOWN
                IF WS-TRAN-VALID
                   AND NOT WS-COMPANY-KNOWN
                     MOVE 'E026' TO WS-REASON-CODE
                     MOVE 'COMPANY NOT ON FILE FOR PARENT LINK'
                         TO WS-REASON-MSG
                     SET WS-TRAN-INVALID TO TRUE
                END-IF
           END-IF
           IF WS-TRAN-VALID
              AND TRAN-IS-PARENT-LINK
                MOVE PTRAN-PARENT-ID TO WS-LINK-CHECK-ID
                PERFORM 0825-CHECK-LINK-COMPANY-KNOWN
                IF WS-TRAN-VALID
                   AND NOT WS-COMPANY-KNOWN
                     MOVE 'E025' TO WS-REASON-CODE
                     MOVE 'PARENT COMPANY NOT ON FILE'
                         TO WS-REASON-MSG
                     SET WS-TRAN-INVALID TO TRUE
                END-IF
           END-IF.

      *    SAME RULES AS A LOCATION'S COMPANY - A COMPANY DELETED
      *    EARLIER IN THE BATCH IS REJECTED OUTRIGHT, ONE ADDED OR
      *    CHANGED EARLIER IN THE BATCH COUNTS AS KNOWN, ANYTHING ELSE
      *    MUST BE ON THE TABLE.
       0825-CHECK-LINK-COMPANY-KNOWN.
           MOVE 'N' TO WS-COMPANY-KNOWN-SW
           IF WS-SEEN-DEL-COUNT > ZERO
                SET WS-SEEN-DEL-IX TO 1
                SEARCH WS-SEEN-DEL-ID
                     VARYING WS-SEEN-DEL-IX
                     AT END
                          CONTINUE
                     WHEN WS-SEEN-DEL-IX > WS-SEEN-DEL-COUNT
                          CONTINUE
                     WHEN WS-SEEN-DEL-ID (WS-SEEN-DEL-IX)
                              = WS-LINK-CHECK-ID
                          MOVE 'E020' TO WS-REASON-CODE
                          MOVE 'COMPANY DELETED EARLIER IN BATCH'
                              TO WS-REASON-MSG
                          SET WS-TRAN-INVALID TO TRUE
                END-SEARCH
           END-IF
           IF WS-TRAN-VALID
              AND WS-SEEN-ID-COUNT > ZERO
                SET WS-SEEN-IX TO 1
                SEARCH WS-SEEN-ID
                     VARYING WS-SEEN-IX
                     AT END
                          CONTINUE
                     WHEN WS-SEEN-IX > WS-SEEN-ID-COUNT
                          CONTINUE
                     WHEN WS-SEEN-ID (WS-SEEN-IX) = WS-LINK-CHECK-ID
                          SET WS-COMPANY-KNOWN TO TRUE
                END-SEARCH
           END-IF
           IF WS-TRAN-VALID
              AND NOT WS-COMPANY-KNOWN
                MOVE WS-LINK-CHECK-ID TO WS-LOOKUP-ID
                EXEC SQL
                    SELECT ID
                      INTO :WS-LOOKUP-ID
                      FROM COMPANY
                     WHERE ID = :WS-LOOKUP-ID
                END-EXEC
                EVALUATE SQLCODE
                     WHEN 0
                          SET WS-COMPANY-KNOWN TO TRUE
                     WHEN 100
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR READING COMPANY TABLE FOR ID '
                              WS-LINK-CHECK-ID ' - SQLCODE ' SQLCODE
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-TRAN-INVALID TO TRUE
                          SET WS-END-OF-TRANS TO TRUE
                END-EVALUATE
           END-IF.

       0830-LOOK-UP-CURRENT-PARENT.
           MOVE 'N' TO WS-LINK-FOUND-SW
           IF WS-TRAN-VALID
                MOVE PTRAN-COMPANY-ID TO WS-LOOKUP-ID
                EXEC SQL
                    SELECT "PARENT-ID"
                      INTO :WS-CURRENT-PARENT-ID
                      FROM "COMPANY-PARENT"
                     WHERE ID = :WS-LOOKUP-ID
                END-EXEC
                EVALUATE SQLCODE
                     WHEN 0
                          SET WS-LINK-FOUND TO TRUE
                     WHEN 100
                          MOVE ZERO TO WS-CURRENT-PARENT-ID
                     WHEN OTHER
                          DISPLAY 'ERROR READING PARENT LINK FOR ID '
                              PTRAN-COMPANY-ID ' - SQLCODE ' SQLCODE
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-TRAN-INVALID TO TRUE
                          SET WS-END-OF-TRANS TO TRUE
                END-EVALUATE
           END-IF.

       0835-RECORD-SEEN-LINK.
           IF WS-SEEN-LINK-COUNT < 5000
                ADD 1 TO WS-SEEN-LINK-COUNT
                MOVE PTRAN-COMPANY-ID
                    TO WS-SEEN-LINK-ID (WS-SEEN-LINK-COUNT)
                IF TRAN-IS-PARENT-LINK
                     MOVE PTRAN-PARENT-ID
                         TO WS-SEEN-LINK-NEW-PARENT (WS-SEEN-LINK-COUNT)
                ELSE
                     MOVE ZERO
                         TO WS-SEEN-LINK-NEW-PARENT (WS-SEEN-LINK-COUNT)
                END-IF
                MOVE WS-CURRENT-PARENT-ID
                    TO WS-SEEN-LINK-OLD-PARENT (WS-SEEN-LINK-COUNT)
           ELSE
                DISPLAY 'DUPLICATE CHECK TABLE FULL AT TRANSACTION '
                    WS-READ-COUNT
                MOVE 12 TO WS-RETURN-CODE
                SET WS-END-OF-TRANS TO TRUE
           END-IF.

      *    WALK UP FROM THE NEW PARENT ONE LEVEL AT A TIME, TAKING A
      *    LINK ACCEPTED EARLIER IN THE BATCH OVER THE ONE ON FILE.
      *    MEETING THE COMPANY ITSELF ON THE WAY UP MEANS THE LINK
      *    WOULD CLOSE A LOOP. A CHAIN LONGER THAN ANY REAL GROUP
      *    STRUCTURE IS TREATED THE SAME WAY - IT CAN ONLY MEAN A LOOP
      *    ALREADY SITS ABOVE THE PARENT.
       0840-CHECK-ANCESTRY.
           IF WS-TRAN-VALID
                MOVE PTRAN-PARENT-ID TO WS-ANCESTOR-ID
                MOVE ZERO TO WS-ANCESTOR-DEPTH
                PERFORM UNTIL WS-ANCESTOR-ID = ZERO
                           OR WS-TRAN-INVALID
                     IF WS-ANCESTOR-ID = PTRAN-COMPANY-ID
                        OR WS-ANCESTOR-DEPTH > WS-MAX-FAMILY-DEPTH
                          MOVE 'E028' TO WS-REASON-CODE
                          MOVE 'LINK MAKES COMPANY ITS OWN ANCESTOR'
                              TO WS-REASON-MSG
                          SET WS-TRAN-INVALID TO TRUE
                     ELSE
                          ADD 1 TO WS-ANCESTOR-DEPTH
                          PERFORM 0845-STEP-UP-ONE-LEVEL
                     END-IF
                END-PERFORM
           END-IF.

       0845-STEP-UP-ONE-LEVEL.
           SET WS-SEEN-LINK-IX TO 1
           MOVE 'N' TO WS-LINK-FOUND-SW
           IF WS-SEEN-LINK-COUNT > ZERO
                SEARCH WS-SEEN-LINK
                     VARYING WS-SEEN-LINK-IX
                     AT END
                          CONTINUE
                     WHEN WS-SEEN-LINK-IX > WS-SEEN-LINK-COUNT
                          CONTINUE
                     WHEN WS-SEEN-LINK-ID (WS-SEEN-LINK-IX)
                              = WS-ANCESTOR-ID
                          MOVE WS-SEEN-LINK-NEW-PARENT
                                   (WS-SEEN-LINK-IX)
                              TO WS-ANCESTOR-ID
                          SET WS-LINK-FOUND TO TRUE
                END-SEARCH
           END-IF
           IF NOT WS-LINK-FOUND
                MOVE WS-ANCESTOR-ID TO WS-LOOKUP-ID
                EXEC SQL
                    SELECT "PARENT-ID"
                      INTO :WS-ANCESTOR-ID
                      FROM "COMPANY-PARENT"
                     WHERE ID = :WS-LOOKUP-ID
                END-EXEC
                EVALUATE SQLCODE
                     WHEN 0
                          CONTINUE
                     WHEN 100
                          MOVE ZERO TO WS-ANCESTOR-ID
                     WHEN OTHER
                          DISPLAY 'ERROR READING PARENT LINK FOR ID '
                              WS-LOOKUP-ID ' - SQLCODE ' SQLCODE
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-TRAN-INVALID TO TRUE
                          SET WS-END-OF-TRANS TO TRUE
                END-EVALUATE
           END-IF.

      *    MERGE TRANSACTIONS - 'M' RETIRES A DUPLICATE COMPANY INTO
      *    THE SURVIVOR NAMED IN THE TRANSACTION ID. BOTH MUST BE ON
      *    FILE, AND THE MERGE MUST BE THE ONLY WORK FOR EITHER OF THEM
      *    IN THE BATCH - PROGRAM3 MOVES LOCATIONS AND RETIRES THE ID
      *    AGAINST THE TABLES AS THEY STAND WHEN IT GETS THERE. THE
      *    RETIRED COMPANY MAY NOT HEAD A FAMILY OF ITS OWN; ITS
      *    SUBSIDIARIES ARE RELINKED FIRST WITH 'P' TRANSACTIONS.
       0850-EDIT-MERGE-TRAN.
           MOVE MRG-EFF-DATE TO WS-EDIT-EFF-DATE
           PERFORM 0855-EDIT-MERGE-IDS
           PERFORM 0345-EDIT-EFFECTIVE-DATE
           PERFORM 0860-CHECK-MERGE-STANDS-ALONE
           PERFORM 0866-CHECK-MERGE-COMPANIES
           IF WS-TRAN-VALID
                MOVE MRG-RETIRED-ID TO WS-LINK-CHECK-ID
                PERFORM 0394-CHECK-SUBSIDIARIES-REMAIN
           END-IF.

       0855-EDIT-MERGE-IDS.
           IF WS-TRAN-VALID
              AND MRG-SURVIVOR-ID NOT > ZERO
                MOVE 'E002' TO WS-REASON-CODE
                MOVE 'COMPANY ID IS NOT A POSITIVE NUMBER'
                    TO WS-REASON-MSG
                SET WS-TRAN-INVALID TO TRUE
           END-IF
           IF WS-TRAN-VALID
              AND (MRG-RETIRED-ID NOT > ZERO
                   OR MRG-RETIRED-ID = MRG-SURVIVOR-ID)
                MOVE 'E030' TO WS-REASON-CODE
                MOVE 'RETIRED ID IS NOT A VALID OTHER COMPANY'
                    TO WS-REASON-MSG
                SET WS-TRAN-INVALID TO TRUE
           END-IF.

       0860-CHECK-MERGE-STANDS-ALONE.
           IF WS-TRAN-VALID
                MOVE MRG-SURVIVOR-ID TO WS-MERGE-CHECK-ID
                PERFORM 0862-CHECK-EARLIER-WORK
           END-IF
           IF WS-TRAN-VALID
                MOVE MRG-RETIRED-ID TO WS-MERGE-CHECK-ID
                PERFORM 0862-CHECK-EARLIER-WORK
           END-IF.

       0862-CHECK-EARLIER-WORK.
           IF WS-SEEN-ID-COUNT > ZERO
                SET WS-SEEN-IX TO 1
                SEARCH WS-SEEN-ID
                     VARYING WS-SEEN-IX
                     AT END
                          CONTINUE
                     WHEN WS-SEEN-IX > WS-SEEN-ID-COUNT
                          CONTINUE
                     WHEN WS-SEEN-ID (WS-SEEN-IX) = WS-MERGE-CHECK-ID
                          SET WS-TRAN-INVALID TO TRUE
                END-SEARCH
           END-IF
           IF WS-TRAN-VALID
              AND WS-SEEN-LOC-COUNT > ZERO
                SET WS-SEEN-LOC-IX TO 1
                SEARCH WS-SEEN-LOC
                     VARYING WS-SEEN-LOC-IX
                     AT END
                          CONTINUE
                     WHEN WS-SEEN-LOC-IX > WS-SEEN-LOC-COUNT
                          CONTINUE
                     WHEN WS-SEEN-LOC-ID (WS-SEEN-LOC-IX)
                              = WS-MERGE-CHECK-ID
                          SET WS-TRAN-INVALID TO TRUE
                END-SEARCH
           END-IF
           IF WS-TRAN-VALID
              AND WS-SEEN-LOCDEL-COUNT > ZERO
                SET WS-LOCDEL-IX TO 1
                SEARCH WS-SEEN-LOCDEL
                     VARYING WS-LOCDEL-IX
                     AT END
                          CONTINUE
                     WHEN WS-LOCDEL-IX > WS-SEEN-LOCDEL-COUNT
                          CONTINUE
                     WHEN WS-SEEN-LOCDEL-ID (WS-LOCDEL-IX)
                              = WS-MERGE-CHECK-ID
                          SET WS-TRAN-INVALID TO TRUE
                END-SEARCH
           END-IF
           IF WS-TRAN-VALID
              AND WS-SEEN-LINK-COUNT > ZERO
                SET WS-SEEN-LINK-IX TO 1
                SEARCH WS-SEEN-LINK
                     VARYING WS-SEEN-LINK-IX
                     AT END
                          CONTINUE
                     WHEN WS-SEEN-LINK-IX > WS-SEEN-LINK-COUNT
                          CONTINUE
                     WHEN WS-SEEN-LINK-ID (WS-SEEN-LINK-IX)
                              = WS-MERGE-CHECK-ID
                       OR WS-SEEN-LINK-NEW-PARENT (WS-SEEN-LINK-IX)
                              = WS-MERGE-CHECK-ID
                       OR WS-SEEN-LINK-OLD-PARENT (WS-SEEN-LINK-IX)
                              = WS-MERGE-CHECK-ID
                          SET WS-TRAN-INVALID TO TRUE
                END-SEARCH
           END-IF
           IF WS-TRAN-INVALID
                MOVE 'E031' TO WS-REASON-CODE
                MOVE 'MERGED COMPANY HAS OTHER WORK IN BATCH'
                    TO WS-REASON-MSG
           END-IF.

       0865-RECORD-SEEN-MERGE.
           IF WS-SEEN-MERGE-COUNT < 5000
                ADD 1 TO WS-SEEN-MERGE-COUNT
                MOVE WS-MERGE-CHECK-ID
                    TO WS-SEEN-MERGE-ID (WS-SEEN-MERGE-COUNT)
           ELSE
                DISPLAY 'DUPLICATE CHECK TABLE FULL AT TRANSACTION '
                    WS-READ-COUNT
                MOVE 12 TO WS-RETURN-CODE
                SET WS-END-OF-TRANS TO TRUE
           END-IF.

       0866-CHECK-MERGE-COMPANIES.
           IF WS-TRAN-VALID
                MOVE MRG-SURVIVOR-ID TO WS-LINK-CHECK-ID
                PERFORM 0825-CHECK-LINK-COMPANY-KNOWN
                IF WS-TRAN-VALID
                   AND NOT WS-COMPANY-KNOWN
                     MOVE 'E033' TO WS-REASON-CODE
                     MOVE 'SURVIVING COMPANY NOT ON FILE'
                         TO WS-REASON-MSG
                     SET WS-TRAN-INVALID TO TRUE
                END-IF
           END-IF
           IF WS-TRAN-VALID
                MOVE MRG-RETIRED-ID TO WS-LINK-CHECK-ID
                PERFORM 0825-CHECK-LINK-COMPANY-KNOWN
                IF WS-TRAN-VALID
                   AND NOT WS-COMPANY-KNOWN
                     MOVE 'E034' TO WS-REASON-CODE
                     MOVE 'RETIRED COMPANY NOT ON FILE'
                         TO WS-REASON-MSG
                     SET WS-TRAN-INVALID TO TRUE
                END-IF
           END-IF.

      *    ONCE A MERGE IS ACCEPTED, NOTHING LATER IN THE BATCH MAY
      *    TOUCH EITHER COMPANY - THE RETIRED ONE WILL BE GONE AND THE
      *    SURVIVOR'S LOCATIONS WILL NOT BE WHAT THE TABLE SHOWS NOW.
       0870-CHECK-MERGED-COMPANIES.
           MOVE 'N' TO WS-MERGED-SW
           EVALUATE TRUE
                WHEN TRAN-IS-LOC-ADD OR TRAN-IS-LOC-CHANGE
                  OR TRAN-IS-LOC-DELETE
                     MOVE LTRAN-COMPANY-ID TO WS-MERGE-CHECK-ID
                     PERFORM 0875-SEARCH-SEEN-MERGE
                WHEN TRAN-IS-PARENT-LINK OR TRAN-IS-PARENT-UNLINK
                     MOVE PTRAN-COMPANY-ID TO WS-MERGE-CHECK-ID
                     PERFORM 0875-SEARCH-SEEN-MERGE
                     IF TRAN-IS-PARENT-LINK
                          MOVE PTRAN-PARENT-ID TO WS-MERGE-CHECK-ID
                          PERFORM 0875-SEARCH-SEEN-MERGE
                     END-IF
                WHEN TRAN-IS-MERGE
                     MOVE MRG-SURVIVOR-ID TO WS-MERGE-CHECK-ID
                     PERFORM 0875-SEARCH-SEEN-MERGE
                     MOVE MRG-RETIRED-ID TO WS-MERGE-CHECK-ID
                     PERFORM 0875-SEARCH-SEEN-MERGE
                WHEN OTHER
                     MOVE TRAN-ID TO WS-MERGE-CHECK-ID
                     PERFORM 0875-SEARCH-SEEN-MERGE
           END-EVALUATE
           IF WS-MERGED-IN-BATCH
                MOVE 'E032' TO WS-REASON-CODE
                MOVE 'COMPANY MERGED EARLIER IN BATCH'
                    TO WS-REASON-MSG
                SET WS-TRAN-INVALID TO TRUE
           END-IF.

       0875-SEARCH-SEEN-MERGE.
           SET WS-SEEN-MERGE-IX TO 1
           SEARCH WS-SEEN-MERGE-ID
                VARYING WS-SEEN-MERGE-IX
                AT END
                     CONTINUE
                WHEN WS-SEEN-MERGE-IX > WS-SEEN-MERGE-COUNT
                     CONTINUE
                WHEN WS-SEEN-MERGE-ID (WS-SEEN-MERGE-IX)
                         = WS-MERGE-CHECK-ID
                     SET WS-MERGED-IN-BATCH TO TRUE
           END-SEARCH.

       0900-DISPLAY-EDIT-TOTALS.
           DISPLAY 'TRANSACTIONS READ     : ' WS-READ-COUNT
           DISPLAY 'TRANSACTIONS ACCEPTED : ' WS-VALID-COUNT
           DISPLAY 'TRANSACTIONS REJECTED : ' WS-REJECT-COUNT
           DISPLAY 'TRANSACTIONS HELD     : ' WS-HELD-COUNT
           DISPLAY 'APPROVALS READ        : ' WS-APPROVAL-READ-COUNT
           DISPLAY 'HELD ITEMS RELEASED   : ' WS-RELEASED-COUNT
           DISPLAY 'HELD ITEMS DECLINED   : ' WS-DECLINED-COUNT
           DISPLAY 'APPROVALS NOT APPLIED : ' WS-APPROVAL-ERROR-COUNT
           DISPLAY 'AWAITING APPROVAL     : ' WS-OUTSTANDING-COUNT.
