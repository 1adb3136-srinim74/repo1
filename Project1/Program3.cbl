               88  TRAN-IS-LOC-ADD                 VALUE 'A'.
               88  TRAN-IS-LOC-CHANGE              VALUE 'C'.
               88  TRAN-IS-LOC-DELETE              VALUE 'X'.
               88  TRAN-IS-PARENT-LINK             VALUE 'P'.
               88  TRAN-IS-PARENT-UNLINK           VALUE 'Q'.
               88  TRAN-IS-MERGE                   VALUE 'M'.
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
       FD  COMMIT-PARM-FILE
           RECORDING MODE IS F.
       01  COMMIT-PARM-RECORD.
       FD  PENDING-TRANS-FILE
           RECORDING MODE IS F.
       01  PENDING-TRANS-RECORD.
           05  PND-TRAN-DATA               PIC X(179).
           05  PND-PEND-DATE               PIC X(8).
       WORKING-STORAGE SECTION.
       01  WS-COMPANY-RECORD.
                         ==WS-ZIP==     BY ==HIST-ZIP==
                         ==WS-PHONE==   BY ==HIST-PHONE==
                         ==WS-STATUS==  BY ==HIST-STATUS==.
       01  WS-NEW-HISTORY-RECORD.
           COPY COMPANY
               REPLACING ==WS-ID==      BY ==HNEW-ID==
                         ==WS-NAME==    BY ==HNEW-NAME==
                         ==WS-ADDRESS== BY ==HNEW-ADDRESS==
                         ==WS-CITY==    BY ==HNEW-CITY==
                         ==WS-STATE==   BY ==HNEW-STATE==
                         ==WS-ZIP==     BY ==HNEW-ZIP==
                         ==WS-PHONE==   BY ==HNEW-PHONE==
                         ==WS-STATUS==  BY ==HNEW-STATUS==.
       01  WS-LOCATION-RECORD.
           COPY COMPLOC.
       01  WS-OLD-LOCATION-RECORD.
           COPY COMPLOC
               REPLACING ==WS-LOC-COMPANY-ID== BY ==OLD-LOC-COMPANY-ID==
                         ==WS-LOC-TYPE==       BY ==OLD-LOC-TYPE==
                         ==WS-LOC-ADDRESS==    BY ==OLD-LOC-ADDRESS==
                         ==WS-LOC-CITY==       BY ==OLD-LOC-CITY==
                         ==WS-LOC-STATE==      BY ==OLD-LOC-STATE==
                         ==WS-LOC-ZIP==        BY ==OLD-LOC-ZIP==
                         ==WS-LOC-PHONE==      BY ==OLD-LOC-PHONE==.
       01  WS-LOC-HISTORY-RECORD.
           COPY COMPLOC
               REPLACING ==WS-LOC-COMPANY-ID== BY ==LHIST-COMPANY-ID==
                         ==WS-LOC-TYPE==       BY ==LHIST-LOC-TYPE==
                         ==WS-LOC-ADDRESS==    BY ==LHIST-ADDRESS==
                         ==WS-LOC-CITY==       BY ==LHIST-CITY==
                         ==WS-LOC-STATE==      BY ==LHIST-STATE==
                         ==WS-LOC-ZIP==        BY ==LHIST-ZIP==
                         ==WS-LOC-PHONE==      BY ==LHIST-PHONE==.
       01  WS-LOC-NEW-HISTORY-RECORD.
           COPY COMPLOC
               REPLACING ==WS-LOC-COMPANY-ID== BY ==LHNEW-COMPANY-ID==
                         ==WS-LOC-TYPE==       BY ==LHNEW-LOC-TYPE==
                         ==WS-LOC-ADDRESS==    BY ==LHNEW-ADDRESS==
                         ==WS-LOC-CITY==       BY ==LHNEW-CITY==
                         ==WS-LOC-STATE==      BY ==LHNEW-STATE==
                         ==WS-LOC-ZIP==        BY ==LHNEW-ZIP==
                         ==WS-LOC-PHONE==      BY ==LHNEW-PHONE==.
       01  WS-HIST-CHANGE-TYPE       PIC X(1).
       01  WS-PARENT-ID              PIC S9(9) COMP-5.
       01  WS-OLD-PARENT-ID          PIC S9(9) COMP-5.
       01  WS-HIST-PARENT-ID         PIC S9(9) COMP-5.
       01  WS-SURVIVOR-ID            PIC S9(9) COMP-5.
       01  WS-SURVIVOR-LOC-COUNT     PIC S9(9) COMP-5.
       01  WS-MRG-LOC-TABLE.
           05  WS-MRG-LOC-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  WS-MRG-LOC-DATA       OCCURS 10 TIMES
                                     INDEXED BY WS-MRG-LOC-IX
                                     PIC X(112).
       01  WS-END-OF-MRG-LOC-SW      PIC X(1) VALUE 'N'.
           88  WS-END-OF-MRG-LOC             VALUE 'Y'.
       01  WS-LINK-FOUND-SW          PIC X(1) VALUE 'N'.
           88  WS-LINK-FOUND                 VALUE 'Y'.
           88  WS-LINK-NOT-FOUND             VALUE 'N'.
           88  WS-LINK-ERROR                 VALUE 'E'.
       01  WS-OLD-FOUND-SW           PIC X(1) VALUE 'N'.
           88  WS-OLD-FOUND                  VALUE 'Y'.
           88  WS-OLD-NOT-FOUND              VALUE 'N'.
           05  WS-PEND-BUFFER-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
           05  WS-PEND-BUFFER        OCCURS 2000 TIMES
                                     INDEXED BY WS-PEND-IX.
               10  WS-PEND-TRAN-DATA PIC X(179).
               10  WS-PEND-PEND-DATE PIC X(8).
       01  WS-COMMIT-INTERVAL        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-UNCOMMITTED-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STEP-MARKED-SW         PIC X(1) VALUE 'N'.
           88  WS-STEP-MARKED                VALUE 'Y'.
       01  WS-AUDIT-SQLCODE          PIC S9(9) COMP-5.
       01  WS-MAKER-ID               PIC X(8).
       01  WS-CHECKER-ID             PIC X(8).
       01  WS-END-OF-TRANS-SW        PIC X(1) VALUE 'N'.
           88  WS-END-OF-TRANS               VALUE 'Y'.
       01  WS-END-DATE               PIC X(8).
       01  WS-STAT-LOC-INSERTED      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-LOC-UPDATED       PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-LOC-DELETED       PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-LINKED            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-UNLINKED          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-MERGED            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-LOC-MOVED         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-LOC-CLASHED       PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-APPLIED           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-NOT-FOUND         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-ERRORS            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-INVALID           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-UNAPPROVED        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STAT-RC                PIC S9(9) COMP-5 VALUE ZERO.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
                     PERFORM 0400-UPDATE-COMPANY
                WHEN TRAN-IS-DELETE
                     PERFORM 0260-MOVE-COMPANY-FIELDS
                     IF WS-CHECKER-ID = SPACES
                          PERFORM 0295-REFUSE-UNAPPROVED
                     ELSE
                          PERFORM 0450-DELETE-COMPANY
                     END-IF
                WHEN TRAN-IS-LOC-ADD
                     PERFORM 0270-MOVE-LOCATION-FIELDS
                     PERFORM 0900-INSERT-LOCATION
                     PERFORM 0950-UPDATE-LOCATION
                WHEN TRAN-IS-LOC-DELETE
                     PERFORM 0270-MOVE-LOCATION-FIELDS
                     IF WS-CHECKER-ID = SPACES
                          PERFORM 0295-REFUSE-UNAPPROVED
                     ELSE
                          PERFORM 0960-DELETE-LOCATION
                     END-IF
                WHEN TRAN-IS-PARENT-LINK
                     PERFORM 0275-MOVE-PARENT-FIELDS
                     PERFORM 0460-LINK-PARENT
                WHEN TRAN-IS-PARENT-UNLINK
                     PERFORM 0275-MOVE-PARENT-FIELDS
                     PERFORM 0470-UNLINK-PARENT
                WHEN TRAN-IS-MERGE
                     PERFORM 0277-MOVE-MERGE-FIELDS
                     IF WS-CHECKER-ID = SPACES
                          PERFORM 0295-REFUSE-UNAPPROVED
                     ELSE
                          PERFORM 0520-MERGE-COMPANY
                     END-IF
                WHEN OTHER
                     DISPLAY 'INVALID TRANSACTION ACTION FOR ID '
                         TRAN-ID
                     END-IF
           END-EVALUATE.

      *    PROGRAM4 HOLDS DELETES, MERGES AND STATUS CHANGES UNTIL A
      *    SECOND OPERATOR APPROVES THEM AND STAMPS THE CHECKER ON
      *    RELEASE. ONE ARRIVING HERE WITHOUT A CHECKER DID NOT COME
      *    THROUGH THAT ROUTE AND IS NOT APPLIED.
       0295-REFUSE-UNAPPROVED.
           DISPLAY 'UNAPPROVED ' TRAN-ACTION ' TRANSACTION REFUSED FOR '
               'ID ' WS-ID ' - NO CHECKER ON RECORD'
           ADD 1 TO WS-STAT-UNAPPROVED
           IF WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *    FUTURE-DATED TRANSACTIONS ARE HELD ON THE PENDING FILE
      *    WITH THE DATE THEY WERE PENDED; THE NIGHTLY RELEASE STEP
      *    MOVES THEM BACK INTO THE COMPVAL STREAM WHEN THEIR
           MOVE TRAN-STATE   TO WS-STATE
           MOVE TRAN-ZIP     TO WS-ZIP
           MOVE TRAN-PHONE   TO WS-PHONE
           MOVE TRAN-STATUS  TO WS-STATUS
           MOVE TRAN-MAKER-ID TO WS-MAKER-ID
           MOVE TRAN-CHECKER-ID TO WS-CHECKER-ID.

       0270-MOVE-LOCATION-FIELDS.
           MOVE LTRAN-COMPANY-ID TO WS-LOC-COMPANY-ID
           MOVE LTRAN-STATE      TO WS-LOC-STATE
           MOVE LTRAN-ZIP        TO WS-LOC-ZIP
           MOVE LTRAN-PHONE      TO WS-LOC-PHONE
           MOVE LTRAN-COMPANY-ID TO WS-ID
           MOVE LTRAN-MAKER-ID   TO WS-MAKER-ID
           MOVE LTRAN-CHECKER-ID TO WS-CHECKER-ID.

       0275-MOVE-PARENT-FIELDS.
           MOVE PTRAN-COMPANY-ID TO WS-ID
           MOVE PTRAN-PARENT-ID  TO WS-PARENT-ID
           MOVE PTRAN-MAKER-ID   TO WS-MAKER-ID
           MOVE PTRAN-CHECKER-ID TO WS-CHECKER-ID.

       0277-MOVE-MERGE-FIELDS.
           MOVE MRG-RETIRED-ID   TO WS-ID
           MOVE MRG-SURVIVOR-ID  TO WS-SURVIVOR-ID
           MOVE MRG-MAKER-ID     TO WS-MAKER-ID
           MOVE MRG-CHECKER-ID   TO WS-CHECKER-ID.

       0230-READ-COMMIT-PARM.
           OPEN INPUT COMMIT-PARM-FILE
           END-IF.

       0400-UPDATE-COMPANY.
           PERFORM 0600-CAPTURE-BEFORE-IMAGE
           EVALUATE TRUE
                WHEN WS-OLD-ERROR
                     ADD 1 TO WS-STAT-ERRORS
                     PERFORM 0810-HANDLE-FAILED-TRANSACTION
                WHEN WS-OLD-FOUND
                     AND OLD-STATUS NOT = WS-STATUS
                     AND WS-CHECKER-ID = SPACES
                     PERFORM 0295-REFUSE-UNAPPROVED
                WHEN OTHER
                     PERFORM 0410-APPLY-COMPANY-UPDATE
           END-EVALUATE.

       0410-APPLY-COMPANY-UPDATE.
           EXEC SQL
               UPDATE COMPANY
                  SET NAME    = :WS-NAME,
                      ADDRESS = :WS-ADDRESS,
                      CITY    = :WS-CITY,
                      STATE   = :WS-STATE,
                      ZIP     = :WS-ZIP,
                      PHONE   = :WS-PHONE,
                      STATUS  = :WS-STATUS
                WHERE ID = :WS-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     DISPLAY 'COMPANY ' WS-ID
                         ' UPDATED - ADDRESS : ' WS-ADDRESS
                     ADD 1 TO WS-STAT-UPDATED
                     PERFORM 0500-WRITE-AUDIT-RECORD
                     IF WS-OLD-FOUND
                          MOVE WS-OLD-COMPANY-RECORD
                              TO WS-HISTORY-RECORD
                          MOVE 'U' TO WS-HIST-CHANGE-TYPE
                          PERFORM 0610-INSERT-HISTORY-RECORD
                     END-IF
                WHEN 100
                     DISPLAY 'COMPANY ' WS-ID
                         ' NOT FOUND FOR UPDATE'
                     ADD 1 TO WS-STAT-NOT-FOUND
                     IF WS-RETURN-CODE < 8
                          MOVE 8 TO WS-RETURN-CODE
                     END-IF
                     PERFORM 0500-WRITE-AUDIT-RECORD
                WHEN OTHER
                     DISPLAY 'UPDATE FAILED FOR COMPANY ' WS-ID
                         ' - SQLCODE ' SQLCODE
                     ADD 1 TO WS-STAT-ERRORS
                     MOVE 12 TO WS-RETURN-CODE
                     PERFORM 0810-HANDLE-FAILED-TRANSACTION
           END-EVALUATE.

       0450-DELETE-COMPANY.
           PERFORM 0600-CAPTURE-BEFORE-IMAGE
           IF WS-OLD-ERROR
                ADD 1 TO WS-STAT-ERRORS
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           ELSE
                EXEC SQL
                    DELETE FROM COMPANY
                     WHERE ID = :WS-ID
                END-EXEC
                EVALUATE SQLCODE
                     WHEN 0
                          DISPLAY 'COMPANY ' WS-ID ' DELETED'
                          ADD 1 TO WS-STAT-DELETED
                          PERFORM 0500-WRITE-AUDIT-RECORD
                          IF WS-OLD-FOUND
                               MOVE WS-OLD-COMPANY-RECORD
                                   TO WS-HISTORY-RECORD
                               MOVE 'D' TO WS-HIST-CHANGE-TYPE
                               PERFORM 0610-INSERT-HISTORY-RECORD
                          END-IF
                          IF WS-RETURN-CODE < 12
                               PERFORM 0475-DROP-OWN-PARENT-LINK
                          END-IF
                     WHEN 100
                          DISPLAY 'COMPANY ' WS-ID
                              ' NOT FOUND FOR DELETE'
                          ADD 1 TO WS-STAT-NOT-FOUND
                          IF WS-RETURN-CODE < 8
                               MOVE 8 TO WS-RETURN-CODE
                          END-IF
                          PERFORM 0500-WRITE-AUDIT-RECORD
                     WHEN OTHER
                          DISPLAY 'DELETE FAILED FOR COMPANY ' WS-ID
                              ' - SQLCODE ' SQLCODE
                          ADD 1 TO WS-STAT-ERRORS
                          MOVE 12 TO WS-RETURN-CODE
                END-EVALUATE
           END-IF.

      *    PARENT LINKS - ONE "COMPANY-PARENT" ROW PER SUBSIDIARY
      *    POINTING AT ITS IMMEDIATE PARENT. PROGRAM4 HAS ALREADY
      *    CHECKED BOTH COMPANIES AND THE ANCESTRY, SO 'P' EITHER
      *    MOVES AN EXISTING LINK OR CREATES ONE. HISTORY KEEPS THE
      *    SAME BEFORE-IMAGE RULE AS "COMPANY-HISTORY".
       0460-LINK-PARENT.
           PERFORM 0480-CAPTURE-PARENT-LINK
           EVALUATE TRUE
                WHEN WS-LINK-ERROR
                     ADD 1 TO WS-STAT-ERRORS
                     PERFORM 0810-HANDLE-FAILED-TRANSACTION
                WHEN WS-LINK-FOUND
                     EXEC SQL
                         UPDATE "COMPANY-PARENT"
                            SET "PARENT-ID" = :WS-PARENT-ID
                          WHERE ID = :WS-ID
                     END-EXEC
                     MOVE WS-OLD-PARENT-ID TO WS-HIST-PARENT-ID
                     MOVE 'U' TO WS-HIST-CHANGE-TYPE
                     PERFORM 0465-CHECK-LINK-APPLIED
                WHEN OTHER
                     EXEC SQL
                         INSERT INTO "COMPANY-PARENT"
                                (ID, "PARENT-ID")
                         VALUES (:WS-ID, :WS-PARENT-ID)
                     END-EXEC
                     MOVE WS-PARENT-ID TO WS-HIST-PARENT-ID
                     MOVE 'I' TO WS-HIST-CHANGE-TYPE
                     PERFORM 0465-CHECK-LINK-APPLIED
           END-EVALUATE.

       0465-CHECK-LINK-APPLIED.
           IF SQLCODE = 0
                DISPLAY 'COMPANY ' WS-ID ' LINKED TO PARENT '
                    WS-PARENT-ID
                ADD 1 TO WS-STAT-LINKED
                PERFORM 0500-WRITE-AUDIT-RECORD
                PERFORM 0490-INSERT-PARENT-HISTORY
           ELSE
                DISPLAY 'PARENT LINK FAILED FOR COMPANY ' WS-ID
                    ' - SQLCODE ' SQLCODE
                ADD 1 TO WS-STAT-ERRORS
                MOVE 12 TO WS-RETURN-CODE
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           END-IF.

       0470-UNLINK-PARENT.
           PERFORM 0480-CAPTURE-PARENT-LINK
           IF WS-LINK-ERROR
                ADD 1 TO WS-STAT-ERRORS
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           ELSE
                EXEC SQL
                    DELETE FROM "COMPANY-PARENT"
                     WHERE ID = :WS-ID
                END-EXEC
                EVALUATE SQLCODE
                     WHEN 0
                          DISPLAY 'COMPANY ' WS-ID
                              ' UNLINKED FROM PARENT ' WS-OLD-PARENT-ID
                          ADD 1 TO WS-STAT-UNLINKED
                          PERFORM 0500-WRITE-AUDIT-RECORD
                          MOVE WS-OLD-PARENT-ID TO WS-HIST-PARENT-ID
                          MOVE 'D' TO WS-HIST-CHANGE-TYPE
                          PERFORM 0490-INSERT-PARENT-HISTORY
                     WHEN 100
                          DISPLAY 'PARENT LINK FOR COMPANY ' WS-ID
                              ' NOT FOUND FOR REMOVAL'
                          ADD 1 TO WS-STAT-NOT-FOUND
                          IF WS-RETURN-CODE < 8
                               MOVE 8 TO WS-RETURN-CODE
                          END-IF
                          PERFORM 0500-WRITE-AUDIT-RECORD
                     WHEN OTHER
                          DISPLAY 'PARENT UNLINK FAILED FOR COMPANY '
                              WS-ID ' - SQLCODE ' SQLCODE
                          ADD 1 TO WS-STAT-ERRORS
                          MOVE 12 TO WS-RETURN-CODE
                          PERFORM 0810-HANDLE-FAILED-TRANSACTION
                END-EVALUATE
           END-IF.

      *    A DELETED COMPANY TAKES ITS OWN LINK UPWARD WITH IT.
      *    PROGRAM4 WILL NOT PASS A DELETE FOR A COMPANY THAT STILL
      *    HAS SUBSIDIARIES, SO THERE ARE NO LINKS DOWNWARD TO CLEAR.
       0475-DROP-OWN-PARENT-LINK.
           PERFORM 0480-CAPTURE-PARENT-LINK
           EVALUATE TRUE
                WHEN WS-LINK-ERROR
                     ADD 1 TO WS-STAT-ERRORS
                     PERFORM 0810-HANDLE-FAILED-TRANSACTION
                WHEN WS-LINK-FOUND
                     EXEC SQL
                         DELETE FROM "COMPANY-PARENT"
                          WHERE ID = :WS-ID
                     END-EXEC
                     IF SQLCODE = 0
                          DISPLAY 'PARENT LINK FOR COMPANY ' WS-ID
                              ' REMOVED WITH THE COMPANY'
                          MOVE WS-OLD-PARENT-ID TO WS-HIST-PARENT-ID
                          MOVE 'D' TO WS-HIST-CHANGE-TYPE
                          PERFORM 0490-INSERT-PARENT-HISTORY
                     ELSE
                          DISPLAY 'PARENT UNLINK FAILED FOR COMPANY '
                              WS-ID ' - SQLCODE ' SQLCODE
                          ADD 1 TO WS-STAT-ERRORS
                          MOVE 12 TO WS-RETURN-CODE
                          PERFORM 0810-HANDLE-FAILED-TRANSACTION
                     END-IF
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.

       0480-CAPTURE-PARENT-LINK.
           MOVE 'N' TO WS-LINK-FOUND-SW
           MOVE ZERO TO WS-OLD-PARENT-ID
           EXEC SQL
               SELECT "PARENT-ID"
                 INTO :WS-OLD-PARENT-ID
                 FROM "COMPANY-PARENT"
                WHERE ID = :WS-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     SET WS-LINK-FOUND TO TRUE
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'ERROR READING PARENT LINK FOR COMPANY '
                         WS-ID ' - SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-LINK-ERROR TO TRUE
           END-EVALUATE.

       0490-INSERT-PARENT-HISTORY.
           EXEC SQL
               INSERT INTO "COMPANY-PARENT-HISTORY"
                      (ID, "PARENT-ID", "CHANGE-TYPE", "RUN-ID",
                       "RUN-DATE", "RUN-TIME", "MAKER-ID",
                       "CHECKER-ID")
               VALUES (:WS-ID, :WS-HIST-PARENT-ID,
                       :WS-HIST-CHANGE-TYPE, :WS-RUN-ID,
                       :WS-RUN-DATE, :WS-RUN-TIME, :WS-MAKER-ID,
                       :WS-CHECKER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'ERROR WRITING PARENT HISTORY FOR ID ' WS-ID
                    ' - SQLCODE ' SQLCODE
                ADD 1 TO WS-STAT-ERRORS
                MOVE 12 TO WS-RETURN-CODE
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           END-IF.

      *    MERGES - THE RETIRED COMPANY'S LOCATIONS MOVE ACROSS TO THE
      *    SURVIVOR UNLESS THE SURVIVOR ALREADY HOLDS THAT LOCATION
      *    TYPE. A CLASH KEEPS THE SURVIVOR'S OWN LOCATION, LOGS THE
      *    RETIRED ONE ON "MERGE-LOCATION-CLASH" FOR REVIEW AND WARNS.
      *    THE RETIRED COMPANY THEN GOES THE WAY OF A DELETE, WITH AN
      *    'M' BEFORE-IMAGE ON HISTORY AND A PERMANENT ENTRY ON THE
      *    CROSS-REFERENCE SO ITS OLD ID STILL FINDS THE SURVIVOR.
       0520-MERGE-COMPANY.
           PERFORM 0600-CAPTURE-BEFORE-IMAGE
           EVALUATE TRUE
                WHEN WS-OLD-ERROR
                     ADD 1 TO WS-STAT-ERRORS
                     PERFORM 0810-HANDLE-FAILED-TRANSACTION
                WHEN WS-OLD-NOT-FOUND
                     DISPLAY 'COMPANY ' WS-ID ' NOT FOUND FOR MERGE '
                         'INTO ' WS-SURVIVOR-ID
                     ADD 1 TO WS-STAT-NOT-FOUND
                     IF WS-RETURN-CODE < 8
                          MOVE 8 TO WS-RETURN-CODE
                     END-IF
                     PERFORM 0500-WRITE-AUDIT-RECORD
                WHEN OTHER
                     PERFORM 0525-LOAD-RETIRED-LOCATIONS
                     IF NOT WS-END-OF-TRANS
                          PERFORM VARYING WS-MRG-LOC-IX FROM 1 BY 1
                              UNTIL WS-MRG-LOC-IX > WS-MRG-LOC-COUNT
                                 OR WS-END-OF-TRANS
                               PERFORM 0535-MOVE-ONE-LOCATION
                          END-PERFORM
                     END-IF
                     IF NOT WS-END-OF-TRANS
                          PERFORM 0550-RETIRE-COMPANY
                     END-IF
           END-EVALUATE.

      *    A COMPANY HOLDS AT MOST ONE LOCATION OF EACH TYPE, SO THE
      *    RETIRED COMPANY'S LOCATIONS ARE TAKEN INTO A SMALL TABLE
      *    AND THE CURSOR CLOSED BEFORE ANY OF THEM IS MOVED.
       0525-LOAD-RETIRED-LOCATIONS.
           MOVE ZERO TO WS-MRG-LOC-COUNT
           MOVE 'N' TO WS-END-OF-MRG-LOC-SW
           EXEC SQL
               DECLARE MRG-LOC-CURSOR CURSOR FOR
               SELECT "LOC-TYPE", ADDRESS, CITY, STATE, ZIP, PHONE
                 FROM "COMPANY-LOCATION"
                WHERE "COMPANY-ID" = :WS-ID
                ORDER BY "LOC-TYPE"
           END-EXEC
           EXEC SQL OPEN MRG-LOC-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN LOCATION CURSOR FOR COMPANY '
                    WS-ID ' - SQLCODE ' SQLCODE
                ADD 1 TO WS-STAT-ERRORS
                MOVE 12 TO WS-RETURN-CODE
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           ELSE
                PERFORM UNTIL WS-END-OF-MRG-LOC
                     PERFORM 0530-FETCH-RETIRED-LOCATION
                END-PERFORM
                EXEC SQL CLOSE MRG-LOC-CURSOR END-EXEC
                IF WS-RETURN-CODE = 12
                     ADD 1 TO WS-STAT-ERRORS
                     PERFORM 0810-HANDLE-FAILED-TRANSACTION
                END-IF
           END-IF.

       0530-FETCH-RETIRED-LOCATION.
           MOVE WS-ID TO WS-LOC-COMPANY-ID
           EXEC SQL
               FETCH MRG-LOC-CURSOR
                 INTO :WS-LOC-TYPE, :WS-LOC-ADDRESS, :WS-LOC-CITY,
                      :WS-LOC-STATE, :WS-LOC-ZIP, :WS-LOC-PHONE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF WS-MRG-LOC-COUNT < 10
                          ADD 1 TO WS-MRG-LOC-COUNT
                          MOVE WS-LOCATION-RECORD
                              TO WS-MRG-LOC-DATA (WS-MRG-LOC-COUNT)
                     ELSE
                          DISPLAY 'TOO MANY LOCATIONS ON COMPANY '
                              WS-ID ' FOR MERGE'
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-END-OF-MRG-LOC TO TRUE
                     END-IF
                WHEN 100
                     SET WS-END-OF-MRG-LOC TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR READING LOCATIONS FOR COMPANY '
                         WS-ID ' - SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-MRG-LOC TO TRUE
           END-EVALUATE.

       0535-MOVE-ONE-LOCATION.
           MOVE WS-MRG-LOC-DATA (WS-MRG-LOC-IX) TO WS-LOCATION-RECORD
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SURVIVOR-LOC-COUNT
                 FROM "COMPANY-LOCATION"
                WHERE "COMPANY-ID" = :WS-SURVIVOR-ID
                  AND "LOC-TYPE" = :WS-LOC-TYPE
           END-EXEC
           EVALUATE TRUE
                WHEN SQLCODE NOT = 0
                     DISPLAY 'ERROR READING LOCATIONS FOR COMPANY '
                         WS-SURVIVOR-ID ' - SQLCODE ' SQLCODE
                     ADD 1 TO WS-STAT-ERRORS
                     MOVE 12 TO WS-RETURN-CODE
                     PERFORM 0810-HANDLE-FAILED-TRANSACTION
                WHEN WS-SURVIVOR-LOC-COUNT = ZERO
                     EXEC SQL
                         UPDATE "COMPANY-LOCATION"
                            SET "COMPANY-ID" = :WS-SURVIVOR-ID
                          WHERE "COMPANY-ID" = :WS-LOC-COMPANY-ID
                            AND "LOC-TYPE" = :WS-LOC-TYPE
                     END-EXEC
                     IF SQLCODE = 0
                          DISPLAY 'LOCATION ' WS-LOC-TYPE
                              ' MOVED FROM COMPANY ' WS-LOC-COMPANY-ID
                              ' TO ' WS-SURVIVOR-ID
                          ADD 1 TO WS-STAT-LOC-MOVED
                          MOVE WS-LOCATION-RECORD
                              TO WS-LOC-HISTORY-RECORD
                          MOVE 'D' TO WS-HIST-CHANGE-TYPE
                          PERFORM 0620-INSERT-LOCATION-HISTORY
                          IF NOT WS-END-OF-TRANS
                               MOVE WS-SURVIVOR-ID TO WS-LOC-COMPANY-ID
                               MOVE WS-LOCATION-RECORD
                                   TO WS-LOC-HISTORY-RECORD
                               MOVE 'I' TO WS-HIST-CHANGE-TYPE
                               PERFORM 0620-INSERT-LOCATION-HISTORY
                          END-IF
                     ELSE
                          DISPLAY 'LOCATION MOVE FAILED FOR COMPANY '
                              WS-LOC-COMPANY-ID ' TYPE ' WS-LOC-TYPE
                              ' - SQLCODE ' SQLCODE
                          ADD 1 TO WS-STAT-ERRORS
                          MOVE 12 TO WS-RETURN-CODE
                          PERFORM 0810-HANDLE-FAILED-TRANSACTION
                     END-IF
                WHEN OTHER
                     PERFORM 0540-RECORD-LOCATION-CLASH
           END-EVALUATE.

       0540-RECORD-LOCATION-CLASH.
           EXEC SQL
               INSERT INTO "MERGE-LOCATION-CLASH"
                      ("RETIRED-ID", "SURVIVOR-ID", "LOC-TYPE",
                       ADDRESS, CITY, STATE, ZIP, PHONE, "RUN-ID",
                       "RUN-DATE")
               VALUES (:WS-LOC-COMPANY-ID, :WS-SURVIVOR-ID,
                       :WS-LOC-TYPE, :WS-LOC-ADDRESS, :WS-LOC-CITY,
                       :WS-LOC-STATE, :WS-LOC-ZIP, :WS-LOC-PHONE,
                       :WS-RUN-ID, :WS-RUN-DATE)
           END-EXEC
           IF SQLCODE = 0
                EXEC SQL
                    DELETE FROM "COMPANY-LOCATION"
                     WHERE "COMPANY-ID" = :WS-LOC-COMPANY-ID
                       AND "LOC-TYPE" = :WS-LOC-TYPE
                END-EXEC
           END-IF
           IF SQLCODE = 0
                DISPLAY 'LOCATION ' WS-LOC-TYPE ' OF COMPANY '
                    WS-LOC-COMPANY-ID ' CLASHES WITH COMPANY '
                    WS-SURVIVOR-ID ' - LOGGED FOR REVIEW'
                ADD 1 TO WS-STAT-LOC-CLASHED
                MOVE WS-LOCATION-RECORD TO WS-LOC-HISTORY-RECORD
                MOVE 'D' TO WS-HIST-CHANGE-TYPE
                PERFORM 0620-INSERT-LOCATION-HISTORY
                IF WS-RETURN-CODE < 4
                     MOVE 4 TO WS-RETURN-CODE
                END-IF
           ELSE
                DISPLAY 'LOCATION CLASH NOT LOGGED FOR COMPANY '
                    WS-LOC-COMPANY-ID ' TYPE ' WS-LOC-TYPE
                    ' - SQLCODE ' SQLCODE
                ADD 1 TO WS-STAT-ERRORS
                MOVE 12 TO WS-RETURN-CODE
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           END-IF.

       0550-RETIRE-COMPANY.
           EXEC SQL
               DELETE FROM COMPANY
                WHERE ID = :WS-ID
           END-EXEC
           IF SQLCODE = 0
                DISPLAY 'COMPANY ' WS-ID ' MERGED INTO '
                    WS-SURVIVOR-ID
                ADD 1 TO WS-STAT-MERGED
                PERFORM 0500-WRITE-AUDIT-RECORD
                MOVE WS-OLD-COMPANY-RECORD TO WS-HISTORY-RECORD
                MOVE 'M' TO WS-HIST-CHANGE-TYPE
                PERFORM 0610-INSERT-HISTORY-RECORD
                IF NOT WS-END-OF-TRANS
                     PERFORM 0475-DROP-OWN-PARENT-LINK
                END-IF
                IF NOT WS-END-OF-TRANS
                     PERFORM 0560-WRITE-CROSS-REFERENCE
                END-IF
           ELSE
                DISPLAY 'MERGE FAILED FOR COMPANY ' WS-ID
                    ' - SQLCODE ' SQLCODE
                ADD 1 TO WS-STAT-ERRORS
                MOVE 12 TO WS-RETURN-CODE
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           END-IF.

      *    IDS ALREADY RETIRED INTO THIS COMPANY ARE CARRIED ON TO THE
      *    NEW SURVIVOR FIRST, SO EVERY CROSS-REFERENCE LOOKUP STAYS A
      *    SINGLE STEP NO MATTER HOW MANY MERGES A COMPANY ABSORBS.
       0560-WRITE-CROSS-REFERENCE.
           EXEC SQL
               UPDATE "COMPANY-XREF"
                  SET "NEW-ID" = :WS-SURVIVOR-ID
                WHERE "NEW-ID" = :WS-ID
           END-EXEC
           IF SQLCODE = 0 OR SQLCODE = 100
                EXEC SQL
                    INSERT INTO "COMPANY-XREF"
                           ("OLD-ID", "NEW-ID", "MERGED-INTO-ID",
                            "MERGE-DATE", "RUN-ID", "MAKER-ID",
                            "CHECKER-ID")
                    VALUES (:WS-ID, :WS-SURVIVOR-ID, :WS-SURVIVOR-ID,
                            :WS-BUSINESS-DATE, :WS-RUN-ID,
                            :WS-MAKER-ID, :WS-CHECKER-ID)
                END-EXEC
           END-IF
           IF SQLCODE NOT = 0
                DISPLAY 'ERROR WRITING CROSS-REFERENCE FOR ID ' WS-ID
                    ' - SQLCODE ' SQLCODE
                ADD 1 TO WS-STAT-ERRORS
                MOVE 12 TO WS-RETURN-CODE
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           END-IF.

       0500-WRITE-AUDIT-RECORD.
           MOVE SQLCODE TO WS-AUDIT-SQLCODE
           PERFORM 0510-INSERT-AUDIT-RECORD.
           EXEC SQL
               INSERT INTO "COMPANY-AUDIT"
                      ("RUN-ID", "RUN-DATE", "RUN-TIME", "REQUESTED-ID",
                       "SQLCODE-OUTCOME", "MAKER-ID", "CHECKER-ID")
               VALUES (:WS-RUN-ID, :WS-RUN-DATE, :WS-RUN-TIME,
                       :WS-ID, :WS-AUDIT-SQLCODE, :WS-MAKER-ID,
                       :WS-CHECKER-ID)
           END-EXEC.

       0600-CAPTURE-BEFORE-IMAGE.
                     SET WS-OLD-ERROR TO TRUE
           END-EVALUATE.

      *    THE NEW- COLUMNS CARRY THE IMAGE THE CHANGE LEFT BEHIND SO
      *    A RECOVERY CAN ROLL A RELOADED BACKUP FORWARD. A DELETE OR
      *    MERGE LEAVES NOTHING BEHIND AND WRITES THEM BLANK.
       0610-INSERT-HISTORY-RECORD.
           IF WS-HIST-CHANGE-TYPE = 'I' OR 'U'
                MOVE WS-COMPANY-RECORD TO WS-NEW-HISTORY-RECORD
           ELSE
                MOVE HIST-ID TO HNEW-ID
                MOVE SPACES TO HNEW-NAME
                MOVE SPACES TO HNEW-ADDRESS
                MOVE SPACES TO HNEW-CITY
                MOVE SPACES TO HNEW-STATE
                MOVE SPACES TO HNEW-ZIP
                MOVE SPACES TO HNEW-PHONE
                MOVE SPACES TO HNEW-STATUS
           END-IF
           EXEC SQL
               INSERT INTO "COMPANY-HISTORY"
                      (ID, NAME, ADDRESS, CITY, STATE, ZIP, PHONE,
                       STATUS, "CHANGE-TYPE", "RUN-ID", "RUN-DATE",
                       "RUN-TIME", "MAKER-ID", "CHECKER-ID",
                       "NEW-NAME", "NEW-ADDRESS", "NEW-CITY",
                       "NEW-STATE", "NEW-ZIP", "NEW-PHONE",
                       "NEW-STATUS")
               VALUES (:HIST-ID, :HIST-NAME, :HIST-ADDRESS,
                       :HIST-CITY, :HIST-STATE, :HIST-ZIP,
                       :HIST-PHONE, :HIST-STATUS,
                       :WS-HIST-CHANGE-TYPE, :WS-RUN-ID,
                       :WS-RUN-DATE, :WS-RUN-TIME, :WS-MAKER-ID,
                       :WS-CHECKER-ID, :HNEW-NAME, :HNEW-ADDRESS,
                       :HNEW-CITY, :HNEW-STATE, :HNEW-ZIP,
                       :HNEW-PHONE, :HNEW-STATUS)
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'ERROR WRITING COMPANY HISTORY FOR ID ' WS-ID
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           END-IF.

      *    "LOCATION-HISTORY" FOLLOWS THE "COMPANY-HISTORY" RULES: THE
      *    BEFORE-IMAGE IN THE PLAIN COLUMNS ('I' CARRIES THE IMAGE AS
      *    ADDED) AND THE IMAGE LEFT BEHIND IN THE NEW- COLUMNS.
      *    CALLERS SET WS-LOC-HISTORY-RECORD AND THE CHANGE TYPE.
       0620-INSERT-LOCATION-HISTORY.
           IF WS-HIST-CHANGE-TYPE = 'I' OR 'U'
                MOVE WS-LOCATION-RECORD TO WS-LOC-NEW-HISTORY-RECORD
           ELSE
                MOVE WS-LOC-HISTORY-RECORD
                    TO WS-LOC-NEW-HISTORY-RECORD
                MOVE SPACES TO LHNEW-ADDRESS
                MOVE SPACES TO LHNEW-CITY
                MOVE SPACES TO LHNEW-STATE
                MOVE SPACES TO LHNEW-ZIP
                MOVE SPACES TO LHNEW-PHONE
           END-IF
           EXEC SQL
               INSERT INTO "LOCATION-HISTORY"
                      ("COMPANY-ID", "LOC-TYPE", ADDRESS, CITY, STATE,
                       ZIP, PHONE, "NEW-ADDRESS", "NEW-CITY",
                       "NEW-STATE", "NEW-ZIP", "NEW-PHONE",
                       "CHANGE-TYPE", "RUN-ID", "RUN-DATE", "RUN-TIME",
                       "MAKER-ID", "CHECKER-ID")
               VALUES (:LHIST-COMPANY-ID, :LHIST-LOC-TYPE,
                       :LHIST-ADDRESS, :LHIST-CITY, :LHIST-STATE,
                       :LHIST-ZIP, :LHIST-PHONE, :LHNEW-ADDRESS,
                       :LHNEW-CITY, :LHNEW-STATE, :LHNEW-ZIP,
                       :LHNEW-PHONE, :WS-HIST-CHANGE-TYPE, :WS-RUN-ID,
                       :WS-RUN-DATE, :WS-RUN-TIME, :WS-MAKER-ID,
                       :WS-CHECKER-ID)
           END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'ERROR WRITING LOCATION HISTORY FOR COMPANY '
                    LHIST-COMPANY-ID ' TYPE ' LHIST-LOC-TYPE
                    ' - SQLCODE ' SQLCODE
                ADD 1 TO WS-STAT-ERRORS
                MOVE 12 TO WS-RETURN-CODE
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           END-IF.

       0800-COMMIT-AND-CHECKPOINT.
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE = 0
           COMPUTE WS-STAT-APPLIED =
               WS-STAT-INSERTED + WS-STAT-UPDATED + WS-STAT-DELETED
               + WS-STAT-LOC-INSERTED + WS-STAT-LOC-UPDATED
               + WS-STAT-LOC-DELETED + WS-STAT-LINKED
               + WS-STAT-UNLINKED + WS-STAT-MERGED
           MOVE WS-RETURN-CODE TO WS-STAT-RC
           EXEC SQL
               INSERT INTO "RUN-STATS"
           DISPLAY '  LOCATIONS INSERTED  : ' WS-STAT-LOC-INSERTED
           DISPLAY '  LOCATIONS UPDATED   : ' WS-STAT-LOC-UPDATED
           DISPLAY '  LOCATIONS DELETED   : ' WS-STAT-LOC-DELETED
           DISPLAY '  PARENT LINKS SET    : ' WS-STAT-LINKED
           DISPLAY '  PARENT LINKS REMOVED: ' WS-STAT-UNLINKED
           DISPLAY '  COMPANIES MERGED    : ' WS-STAT-MERGED
           DISPLAY '  LOCATIONS MOVED     : ' WS-STAT-LOC-MOVED
           DISPLAY '  LOCATION CLASHES    : ' WS-STAT-LOC-CLASHED
           DISPLAY '  TRANSACTIONS PENDED : ' WS-STAT-PENDED
           DISPLAY '  IDS NOT FOUND       : ' WS-STAT-NOT-FOUND
           DISPLAY '  INVALID ACTIONS     : ' WS-STAT-INVALID
           DISPLAY '  UNAPPROVED REFUSED  : ' WS-STAT-UNAPPROVED
           DISPLAY '  TRANSACTIONS FAILED : ' WS-STAT-ERRORS
           DISPLAY '  HIGHEST RETURN CODE : ' WS-RETURN-CODE.

                    WS-LOC-COMPANY-ID
                ADD 1 TO WS-STAT-LOC-INSERTED
                PERFORM 0500-WRITE-AUDIT-RECORD
                MOVE WS-LOCATION-RECORD TO WS-LOC-HISTORY-RECORD
                MOVE 'I' TO WS-HIST-CHANGE-TYPE
                PERFORM 0620-INSERT-LOCATION-HISTORY
           ELSE
                DISPLAY 'LOCATION INSERT FAILED FOR COMPANY '
                    WS-LOC-COMPANY-ID ' TYPE ' WS-LOC-TYPE
           END-IF.

       0950-UPDATE-LOCATION.
           PERFORM 0970-CAPTURE-LOCATION-IMAGE
           IF WS-OLD-ERROR
                ADD 1 TO WS-STAT-ERRORS
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           ELSE
                EXEC SQL
                    UPDATE "COMPANY-LOCATION"
                       SET ADDRESS = :WS-LOC-ADDRESS,
                           CITY    = :WS-LOC-CITY,
                           STATE   = :WS-LOC-STATE,
                           ZIP     = :WS-LOC-ZIP,
                           PHONE   = :WS-LOC-PHONE
                     WHERE "COMPANY-ID" = :WS-LOC-COMPANY-ID
                       AND "LOC-TYPE" = :WS-LOC-TYPE
                END-EXEC
                EVALUATE SQLCODE
                     WHEN 0
                          DISPLAY 'LOCATION ' WS-LOC-TYPE
                              ' UPDATED FOR COMPANY ' WS-LOC-COMPANY-ID
                          ADD 1 TO WS-STAT-LOC-UPDATED
                          PERFORM 0500-WRITE-AUDIT-RECORD
                          IF WS-OLD-FOUND
                               MOVE WS-OLD-LOCATION-RECORD
                                   TO WS-LOC-HISTORY-RECORD
                               MOVE 'U' TO WS-HIST-CHANGE-TYPE
                               PERFORM 0620-INSERT-LOCATION-HISTORY
                          END-IF
                     WHEN 100
                          DISPLAY 'LOCATION ' WS-LOC-TYPE
                              ' NOT FOUND FOR COMPANY '
                              WS-LOC-COMPANY-ID
                          ADD 1 TO WS-STAT-NOT-FOUND
                          IF WS-RETURN-CODE < 8
                               MOVE 8 TO WS-RETURN-CODE
                          END-IF
                          PERFORM 0500-WRITE-AUDIT-RECORD
                     WHEN OTHER
                          DISPLAY 'LOCATION UPDATE FAILED FOR COMPANY '
                              WS-LOC-COMPANY-ID ' TYPE ' WS-LOC-TYPE
                              ' - SQLCODE ' SQLCODE
                          ADD 1 TO WS-STAT-ERRORS
                          MOVE 12 TO WS-RETURN-CODE
                          PERFORM 0810-HANDLE-FAILED-TRANSACTION
                END-EVALUATE
           END-IF.

       0960-DELETE-LOCATION.
           PERFORM 0970-CAPTURE-LOCATION-IMAGE
           IF WS-OLD-ERROR
                ADD 1 TO WS-STAT-ERRORS
                PERFORM 0810-HANDLE-FAILED-TRANSACTION
           ELSE
                EXEC SQL
                    DELETE FROM "COMPANY-LOCATION"
                     WHERE "COMPANY-ID" = :WS-LOC-COMPANY-ID
                       AND "LOC-TYPE" = :WS-LOC-TYPE
                END-EXEC
                EVALUATE SQLCODE
                     WHEN 0
                          DISPLAY 'LOCATION ' WS-LOC-TYPE
                              ' DELETED FOR COMPANY ' WS-LOC-COMPANY-ID
                          ADD 1 TO WS-STAT-LOC-DELETED
                          PERFORM 0500-WRITE-AUDIT-RECORD
                          IF WS-OLD-FOUND
                               MOVE WS-OLD-LOCATION-RECORD
                                   TO WS-LOC-HISTORY-RECORD
                               MOVE 'D' TO WS-HIST-CHANGE-TYPE
                               PERFORM 0620-INSERT-LOCATION-HISTORY
                          END-IF
                     WHEN 100
                          DISPLAY 'LOCATION ' WS-LOC-TYPE
                              ' NOT FOUND FOR COMPANY '
                              WS-LOC-COMPANY-ID
                          ADD 1 TO WS-STAT-NOT-FOUND
                          IF WS-RETURN-CODE < 8
                               MOVE 8 TO WS-RETURN-CODE
                          END-IF
                          PERFORM 0500-WRITE-AUDIT-RECORD
                     WHEN OTHER
                          DISPLAY 'LOCATION DELETE FAILED FOR COMPANY '
                              WS-LOC-COMPANY-ID ' TYPE ' WS-LOC-TYPE
                              ' - SQLCODE ' SQLCODE
                          ADD 1 TO WS-STAT-ERRORS
                          MOVE 12 TO WS-RETURN-CODE
                          PERFORM 0810-HANDLE-FAILED-TRANSACTION
                END-EVALUATE
           END-IF.

       0970-CAPTURE-LOCATION-IMAGE.
           MOVE 'N' TO WS-OLD-FOUND-SW
           EXEC SQL
               SELECT ADDRESS, CITY, STATE, ZIP, PHONE
                 INTO :OLD-LOC-ADDRESS, :OLD-LOC-CITY, :OLD-LOC-STATE,
                      :OLD-LOC-ZIP, :OLD-LOC-PHONE
                 FROM "COMPANY-LOCATION"
                WHERE "COMPANY-ID" = :WS-LOC-COMPANY-ID
                  AND "LOC-TYPE" = :WS-LOC-TYPE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE WS-LOC-COMPANY-ID TO OLD-LOC-COMPANY-ID
                     MOVE WS-LOC-TYPE TO OLD-LOC-TYPE
                     SET WS-OLD-FOUND TO TRUE
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'ERROR READING LOCATION ' WS-LOC-TYPE
                         ' OF COMPANY ' WS-LOC-COMPANY-ID
                         ' FOR HISTORY - SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-OLD-ERROR TO TRUE
           END-EVALUATE.
