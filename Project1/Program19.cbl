       $SET SQL(DBMAN=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM19.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBCONN-FILE ASSIGN TO "DBCONN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBCONN-STATUS.
           SELECT FAMILY-REPORT-FILE ASSIGN TO "FAMRPT"
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
       FD  FAMILY-REPORT-FILE
           RECORDING MODE IS F.
       01  FAMILY-REPORT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-COMPANY-RECORD.
           COPY COMPANY.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-REPORT-STATUS          PIC X(2).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-END-OF-CURSOR-SW       PIC X(1) VALUE 'N'.
           88  WS-END-OF-CURSOR              VALUE 'Y'.
       01  WS-PARENT-ID              PIC S9(9) COMP-5.
       01  WS-LOC-COMPANY-ID         PIC S9(9) COMP-5.
       01  WS-LOC-TYPE               PIC X(1).
       01  WS-LOC-COUNT              PIC S9(9) COMP-5.
       01  WS-COMPANY-TABLE.
           05  WS-COMP-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
           05  WS-COMP-ENTRY         OCCURS 5000 TIMES
                                     INDEXED BY WS-COMP-IX.
               10  WS-COMP-ID        PIC S9(9) COMP-5.
               10  WS-COMP-NAME      PIC X(40).
               10  WS-COMP-STATUS    PIC X(1).
               10  WS-COMP-PARENT-ID PIC S9(9) COMP-5.
               10  WS-COMP-FIRST-LINK
                                     PIC S9(9) COMP-5.
               10  WS-COMP-LAST-LINK PIC S9(9) COMP-5.
               10  WS-COMP-LOC-H     PIC S9(9) COMP-5.
               10  WS-COMP-LOC-B     PIC S9(9) COMP-5.
               10  WS-COMP-LOC-R     PIC S9(9) COMP-5.
               10  WS-COMP-LOC-S     PIC S9(9) COMP-5.
               10  WS-COMP-VISITED-SW
                                     PIC X(1).
       01  WS-LINK-TABLE.
           05  WS-LINK-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
           05  WS-LINK-ENTRY         OCCURS 5000 TIMES.
               10  WS-LINK-CHILD-IX  PIC S9(9) COMP-5.
       01  WS-STACK-TABLE.
           05  WS-STACK-DEPTH        PIC S9(4) COMP VALUE ZERO.
           05  WS-STACK-ENTRY        OCCURS 51 TIMES.
               10  WS-STK-COMP-IX    PIC S9(9) COMP-5.
               10  WS-STK-NEXT-LINK  PIC S9(9) COMP-5.
       01  WS-MAX-FAMILY-DEPTH       PIC S9(4) COMP VALUE 50.
       01  WS-FIND-ID                PIC S9(9) COMP-5.
       01  WS-FIND-IX                PIC S9(9) COMP-5.
       01  WS-CHILD-IX               PIC S9(9) COMP-5.
       01  WS-PARENT-IX              PIC S9(9) COMP-5.
       01  WS-TOP-IX                 PIC S9(9) COMP-5.
       01  WS-LINK-IX                PIC S9(9) COMP-5.
       01  WS-MEMBER-IX              PIC S9(9) COMP-5.
       01  WS-MEMBER-LEVEL           PIC S9(4) COMP.
       01  WS-INDENT                 PIC S9(4) COMP.
       01  WS-TREE-PTR               PIC S9(4) COMP.
       01  WS-ID-DISPLAY             PIC ZZZZZZZZ9.
       01  WS-FAMILY-TOTALS.
           05  WS-FAM-COMPANIES      PIC S9(9) COMP-5.
           05  WS-FAM-ACTIVE         PIC S9(9) COMP-5.
           05  WS-FAM-INACTIVE       PIC S9(9) COMP-5.
           05  WS-FAM-LOC-H          PIC S9(9) COMP-5.
           05  WS-FAM-LOC-B          PIC S9(9) COMP-5.
           05  WS-FAM-LOC-R          PIC S9(9) COMP-5.
           05  WS-FAM-LOC-S          PIC S9(9) COMP-5.
       01  WS-FAMILY-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-FAMILY-MEMBER-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-STANDALONE-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LINK-ROWS-READ         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ORPHAN-LINK-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                PIC X(37)
               VALUE 'CORPORATE FAMILY TREE REPORT         '.
           05  FILLER                PIC X(11) VALUE 'RUN DATE : '.
           05  RH1-RUN-DATE          PIC X(8).
           05  FILLER                PIC X(76) VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                PIC X(5)  VALUE 'LVL  '.
           05  FILLER                PIC X(80)
               VALUE 'ID / NAME - SUBSIDIARIES INDENTED UNDER PARENT'.
           05  FILLER                PIC X(6)  VALUE '  ST  '.
           05  FILLER                PIC X(24)
               VALUE '  HEAD  BRCH  BILL  SHIP'.
           05  FILLER                PIC X(17) VALUE SPACES.
       01  WS-MEMBER-LINE.
           05  ML-LEVEL              PIC ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  ML-TREE               PIC X(80).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  ML-STATUS             PIC X(1).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  ML-LOC-H              PIC ZZZZZ9.
           05  ML-LOC-B              PIC ZZZZZ9.
           05  ML-LOC-R              PIC ZZZZZ9.
           05  ML-LOC-S              PIC ZZZZZ9.
           05  FILLER                PIC X(17) VALUE SPACES.
       01  WS-FAMILY-TOTAL-LINE.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  FILLER                PIC X(24)
               VALUE 'FAMILY TOTAL  COMPANIES '.
           05  FTL-COMPANIES         PIC ZZZZ9.
           05  FILLER                PIC X(9)  VALUE '  ACTIVE '.
           05  FTL-ACTIVE            PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE '  INACTIVE '.
           05  FTL-INACTIVE          PIC ZZZZ9.
           05  FILLER                PIC X(27) VALUE SPACES.
           05  FTL-LOC-H             PIC ZZZZZ9.
           05  FTL-LOC-B             PIC ZZZZZ9.
           05  FTL-LOC-R             PIC ZZZZZ9.
           05  FTL-LOC-S             PIC ZZZZZ9.
           05  FILLER                PIC X(17) VALUE SPACES.
       01  WS-EXCEPTION-HEADING.
           05  FILLER                PIC X(45)
               VALUE 'LINKED COMPANIES NOT REACHED FROM ANY ULTIMAT'.
           05  FILLER                PIC X(39)
               VALUE 'E PARENT (PARENT MISSING OR LINK LOOPS)'.
           05  FILLER                PIC X(48) VALUE SPACES.
       01  WS-EXCEPTION-LINE.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE 'COMPANY '.
           05  EXL-ID                PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  EXL-NAME              PIC X(40).
           05  FILLER                PIC X(12) VALUE '  PARENT ID '.
           05  EXL-PARENT-ID         PIC ZZZZZZZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  SL-LABEL              PIC X(30).
           05  SL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(93) VALUE SPACES.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                EXEC SQL
                    CONNECT TO :WS-DB-INSTANCE
                        USER :WS-DB-USERID
                        USING :WS-DB-PASSWORD
                END-EXEC
                IF SQLCODE = 0
                     DISPLAY 'CONNECTION SUCCESSFUL'
                     PERFORM 0200-LOAD-COMPANY-TABLE
                     IF WS-RETURN-CODE NOT = 12
                          PERFORM 0300-LOAD-PARENT-LINKS
                     END-IF
                     IF WS-RETURN-CODE NOT = 12
                          PERFORM 0400-LOAD-LOCATION-COUNTS
                     END-IF
                     IF WS-RETURN-CODE NOT = 12
                          PERFORM 0500-PRODUCE-FAMILY-REPORT
                     END-IF
                     EXEC SQL COMMIT END-EXEC
                ELSE
                     DISPLAY 'CONNECTION FAILED'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF.
           DISPLAY 'COMPANIES LOADED        : ' WS-COMP-COUNT.
           DISPLAY 'PARENT LINKS READ       : ' WS-LINK-ROWS-READ.
           DISPLAY 'FAMILIES REPORTED       : ' WS-FAMILY-COUNT.
           DISPLAY 'LINKED NOT REACHED      : ' WS-EXCEPTION-COUNT.
           DISPLAY 'LINKS OFF FILE          : ' WS-ORPHAN-LINK-COUNT.
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

       0200-LOAD-COMPANY-TABLE.
           EXEC SQL
               DECLARE FAM-COMPANY-CURSOR CURSOR FOR
               SELECT ID, NAME, STATUS
                 FROM COMPANY
                ORDER BY ID
           END-EXEC
           EXEC SQL OPEN FAM-COMPANY-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN COMPANY CURSOR - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE 'N' TO WS-END-OF-CURSOR-SW
                PERFORM UNTIL WS-END-OF-CURSOR
                     PERFORM 0210-FETCH-COMPANY-ROW
                END-PERFORM
                EXEC SQL CLOSE FAM-COMPANY-CURSOR END-EXEC
           END-IF.

       0210-FETCH-COMPANY-ROW.
           EXEC SQL
               FETCH FAM-COMPANY-CURSOR
                 INTO :WS-ID, :WS-NAME, :WS-STATUS
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF WS-COMP-COUNT < 5000
                          PERFORM 0220-STORE-COMPANY-ENTRY
                     ELSE
                          DISPLAY 'COMPANY TABLE HOLDS MORE THAN 5000 '
                              'ROWS - RUN STOPPED'
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-END-OF-CURSOR TO TRUE
                     END-IF
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING DATA  ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       0220-STORE-COMPANY-ENTRY.
           ADD 1 TO WS-COMP-COUNT
           SET WS-COMP-IX TO WS-COMP-COUNT
           MOVE WS-ID TO WS-COMP-ID (WS-COMP-IX)
           MOVE WS-NAME TO WS-COMP-NAME (WS-COMP-IX)
           MOVE WS-STATUS TO WS-COMP-STATUS (WS-COMP-IX)
           MOVE ZERO TO WS-COMP-PARENT-ID (WS-COMP-IX)
           MOVE ZERO TO WS-COMP-FIRST-LINK (WS-COMP-IX)
           MOVE ZERO TO WS-COMP-LAST-LINK (WS-COMP-IX)
           MOVE ZERO TO WS-COMP-LOC-H (WS-COMP-IX)
           MOVE ZERO TO WS-COMP-LOC-B (WS-COMP-IX)
           MOVE ZERO TO WS-COMP-LOC-R (WS-COMP-IX)
           MOVE ZERO TO WS-COMP-LOC-S (WS-COMP-IX)
           MOVE 'N' TO WS-COMP-VISITED-SW (WS-COMP-IX).

       0250-FIND-COMPANY.
           MOVE ZERO TO WS-FIND-IX
           IF WS-COMP-COUNT > ZERO
                SET WS-COMP-IX TO 1
                SEARCH WS-COMP-ENTRY
                     VARYING WS-COMP-IX
                     AT END
                          CONTINUE
                     WHEN WS-COMP-IX > WS-COMP-COUNT
                          CONTINUE
                     WHEN WS-COMP-ID (WS-COMP-IX) = WS-FIND-ID
                          SET WS-FIND-IX TO WS-COMP-IX
                END-SEARCH
           END-IF.

      *    LINKS COME BACK GROUPED BY PARENT, SO EACH PARENT'S
      *    SUBSIDIARIES SIT TOGETHER IN THE LINK TABLE AND THE PARENT
      *    ONLY NEEDS ITS FIRST AND LAST LINK POSITIONS. A LINK NAMING
      *    A COMPANY THAT IS NOT ON FILE CANNOT BE PLACED IN ANY TREE
      *    AND IS LISTED AS AN EXCEPTION INSTEAD.
       0300-LOAD-PARENT-LINKS.
           EXEC SQL
               DECLARE FAM-LINK-CURSOR CURSOR FOR
               SELECT "PARENT-ID", ID
                 FROM "COMPANY-PARENT"
                ORDER BY "PARENT-ID", ID
           END-EXEC
           EXEC SQL OPEN FAM-LINK-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN PARENT LINK CURSOR - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE 'N' TO WS-END-OF-CURSOR-SW
                PERFORM UNTIL WS-END-OF-CURSOR
                     PERFORM 0310-FETCH-LINK-ROW
                END-PERFORM
                EXEC SQL CLOSE FAM-LINK-CURSOR END-EXEC
           END-IF.

       0310-FETCH-LINK-ROW.
           EXEC SQL
               FETCH FAM-LINK-CURSOR
                 INTO :WS-PARENT-ID, :WS-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO WS-LINK-ROWS-READ
                     PERFORM 0320-STORE-LINK-ENTRY
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING PARENT LINKS  ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       0320-STORE-LINK-ENTRY.
           MOVE WS-ID TO WS-FIND-ID
           PERFORM 0250-FIND-COMPANY
           MOVE WS-FIND-IX TO WS-CHILD-IX
           MOVE WS-PARENT-ID TO WS-FIND-ID
           PERFORM 0250-FIND-COMPANY
           MOVE WS-FIND-IX TO WS-PARENT-IX
           IF WS-CHILD-IX > ZERO
                MOVE WS-PARENT-ID TO WS-COMP-PARENT-ID (WS-CHILD-IX)
           END-IF
           IF WS-CHILD-IX = ZERO
              OR WS-PARENT-IX = ZERO
                DISPLAY 'PARENT LINK ' WS-ID ' TO ' WS-PARENT-ID
                    ' NAMES A COMPANY NOT ON FILE'
                IF WS-CHILD-IX = ZERO
                     ADD 1 TO WS-ORPHAN-LINK-COUNT
                END-IF
           ELSE
                IF WS-LINK-COUNT < 5000
                     ADD 1 TO WS-LINK-COUNT
                     MOVE WS-CHILD-IX
                         TO WS-LINK-CHILD-IX (WS-LINK-COUNT)
                     IF WS-COMP-FIRST-LINK (WS-PARENT-IX) = ZERO
                          MOVE WS-LINK-COUNT
                              TO WS-COMP-FIRST-LINK (WS-PARENT-IX)
                     END-IF
                     MOVE WS-LINK-COUNT
                         TO WS-COMP-LAST-LINK (WS-PARENT-IX)
                ELSE
                     DISPLAY 'PARENT LINK TABLE HOLDS MORE THAN 5000 '
                         'ROWS - RUN STOPPED'
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
                END-IF
           END-IF.

       0400-LOAD-LOCATION-COUNTS.
           EXEC SQL
               DECLARE FAM-LOCATION-CURSOR CURSOR FOR
               SELECT "COMPANY-ID", "LOC-TYPE", COUNT(*)
                 FROM "COMPANY-LOCATION"
                GROUP BY "COMPANY-ID", "LOC-TYPE"
                ORDER BY "COMPANY-ID", "LOC-TYPE"
           END-EXEC
           EXEC SQL OPEN FAM-LOCATION-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN LOCATION CURSOR - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE 'N' TO WS-END-OF-CURSOR-SW
                PERFORM UNTIL WS-END-OF-CURSOR
                     PERFORM 0410-FETCH-LOCATION-ROW
                END-PERFORM
                EXEC SQL CLOSE FAM-LOCATION-CURSOR END-EXEC
           END-IF.

       0410-FETCH-LOCATION-ROW.
           EXEC SQL
               FETCH FAM-LOCATION-CURSOR
                 INTO :WS-LOC-COMPANY-ID, :WS-LOC-TYPE, :WS-LOC-COUNT
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE WS-LOC-COMPANY-ID TO WS-FIND-ID
                     PERFORM 0250-FIND-COMPANY
                     IF WS-FIND-IX > ZERO
                          PERFORM 0420-STORE-LOCATION-COUNT
                     END-IF
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING LOCATIONS  ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       0420-STORE-LOCATION-COUNT.
           EVALUATE WS-LOC-TYPE
                WHEN 'H'
                     MOVE WS-LOC-COUNT TO WS-COMP-LOC-H (WS-FIND-IX)
                WHEN 'B'
                     MOVE WS-LOC-COUNT TO WS-COMP-LOC-B (WS-FIND-IX)
                WHEN 'R'
                     MOVE WS-LOC-COUNT TO WS-COMP-LOC-R (WS-FIND-IX)
                WHEN 'S'
                     MOVE WS-LOC-COUNT TO WS-COMP-LOC-S (WS-FIND-IX)
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.

      *    ONE FAMILY PER ULTIMATE PARENT - A COMPANY WITH NO PARENT OF
      *    ITS OWN THAT HAS AT LEAST ONE SUBSIDIARY. COMPANIES WITH
      *    NEITHER ARE STANDALONE AND ARE ONLY COUNTED.
       0500-PRODUCE-FAMILY-REPORT.
           OPEN OUTPUT FAMILY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN FAMILY REPORT - STATUS '
                    WS-REPORT-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE WS-RUN-DATE TO RH1-RUN-DATE
                MOVE WS-REPORT-HEADING-1 TO FAMILY-REPORT-LINE
                PERFORM 0700-WRITE-REPORT-LINE
                MOVE SPACES TO FAMILY-REPORT-LINE
                PERFORM 0700-WRITE-REPORT-LINE
                MOVE WS-REPORT-HEADING-2 TO FAMILY-REPORT-LINE
                PERFORM 0700-WRITE-REPORT-LINE
                PERFORM VARYING WS-PARENT-IX FROM 1 BY 1
                    UNTIL WS-PARENT-IX > WS-COMP-COUNT
                     IF WS-COMP-PARENT-ID (WS-PARENT-IX) = ZERO
                          IF WS-COMP-FIRST-LINK (WS-PARENT-IX) > ZERO
                               PERFORM 0510-PRINT-FAMILY
                          ELSE
                               ADD 1 TO WS-STANDALONE-COUNT
                          END-IF
                     END-IF
                END-PERFORM
                PERFORM 0600-PRINT-LINK-EXCEPTIONS
                PERFORM 0650-PRINT-GRAND-TOTALS
                CLOSE FAMILY-REPORT-FILE
           END-IF.

      *    DEPTH-FIRST WALK WITH AN EXPLICIT STACK. EACH STACK ENTRY
      *    IS A COMPANY AND THE NEXT OF ITS SUBSIDIARY LINKS STILL TO
      *    BE PRINTED, SO EVERY SUBSIDIARY APPEARS DIRECTLY UNDER ITS
      *    PARENT, ONE LEVEL FURTHER IN.
       0510-PRINT-FAMILY.
           ADD 1 TO WS-FAMILY-COUNT
           INITIALIZE WS-FAMILY-TOTALS
           MOVE SPACES TO FAMILY-REPORT-LINE
           PERFORM 0700-WRITE-REPORT-LINE
           MOVE WS-PARENT-IX TO WS-MEMBER-IX
           MOVE ZERO TO WS-MEMBER-LEVEL
           PERFORM 0530-PRINT-MEMBER
           MOVE 1 TO WS-STACK-DEPTH
           MOVE WS-PARENT-IX TO WS-STK-COMP-IX (1)
           MOVE WS-COMP-FIRST-LINK (WS-PARENT-IX)
               TO WS-STK-NEXT-LINK (1)
           PERFORM UNTIL WS-STACK-DEPTH = ZERO
                PERFORM 0520-WALK-ONE-STEP
           END-PERFORM
           PERFORM 0540-PRINT-FAMILY-TOTAL.

       0520-WALK-ONE-STEP.
           MOVE WS-STK-COMP-IX (WS-STACK-DEPTH) TO WS-TOP-IX
           MOVE WS-STK-NEXT-LINK (WS-STACK-DEPTH) TO WS-LINK-IX
           IF WS-LINK-IX > ZERO
              AND WS-LINK-IX NOT > WS-COMP-LAST-LINK (WS-TOP-IX)
                ADD 1 TO WS-STK-NEXT-LINK (WS-STACK-DEPTH)
                MOVE WS-LINK-CHILD-IX (WS-LINK-IX) TO WS-CHILD-IX
                IF WS-COMP-VISITED-SW (WS-CHILD-IX) NOT = 'Y'
                     IF WS-STACK-DEPTH > WS-MAX-FAMILY-DEPTH
                          DISPLAY 'FAMILY DEEPER THAN '
                              WS-MAX-FAMILY-DEPTH ' LEVELS BELOW ID '
                              WS-COMP-ID (WS-TOP-IX)
                     ELSE
                          MOVE WS-CHILD-IX TO WS-MEMBER-IX
                          MOVE WS-STACK-DEPTH TO WS-MEMBER-LEVEL
                          PERFORM 0530-PRINT-MEMBER
                          ADD 1 TO WS-STACK-DEPTH
                          MOVE WS-CHILD-IX
                              TO WS-STK-COMP-IX (WS-STACK-DEPTH)
                          MOVE WS-COMP-FIRST-LINK (WS-CHILD-IX)
                              TO WS-STK-NEXT-LINK (WS-STACK-DEPTH)
                     END-IF
                END-IF
           ELSE
                SUBTRACT 1 FROM WS-STACK-DEPTH
           END-IF.

       0530-PRINT-MEMBER.
           MOVE 'Y' TO WS-COMP-VISITED-SW (WS-MEMBER-IX)
           ADD 1 TO WS-FAMILY-MEMBER-COUNT
           ADD 1 TO WS-FAM-COMPANIES
           IF WS-COMP-STATUS (WS-MEMBER-IX) = 'A'
                ADD 1 TO WS-FAM-ACTIVE
           ELSE
                ADD 1 TO WS-FAM-INACTIVE
           END-IF
           ADD WS-COMP-LOC-H (WS-MEMBER-IX) TO WS-FAM-LOC-H
           ADD WS-COMP-LOC-B (WS-MEMBER-IX) TO WS-FAM-LOC-B
           ADD WS-COMP-LOC-R (WS-MEMBER-IX) TO WS-FAM-LOC-R
           ADD WS-COMP-LOC-S (WS-MEMBER-IX) TO WS-FAM-LOC-S
           MOVE WS-MEMBER-LEVEL TO ML-LEVEL
           COMPUTE WS-INDENT = WS-MEMBER-LEVEL * 2
           IF WS-INDENT > 30
                MOVE 30 TO WS-INDENT
           END-IF
           MOVE SPACES TO ML-TREE
           COMPUTE WS-TREE-PTR = WS-INDENT + 1
           MOVE WS-COMP-ID (WS-MEMBER-IX) TO WS-ID-DISPLAY
           STRING WS-ID-DISPLAY DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-COMP-NAME (WS-MEMBER-IX) DELIMITED BY SIZE
               INTO ML-TREE
               WITH POINTER WS-TREE-PTR
           END-STRING
           MOVE WS-COMP-STATUS (WS-MEMBER-IX) TO ML-STATUS
           MOVE WS-COMP-LOC-H (WS-MEMBER-IX) TO ML-LOC-H
           MOVE WS-COMP-LOC-B (WS-MEMBER-IX) TO ML-LOC-B
           MOVE WS-COMP-LOC-R (WS-MEMBER-IX) TO ML-LOC-R
           MOVE WS-COMP-LOC-S (WS-MEMBER-IX) TO ML-LOC-S
           MOVE WS-MEMBER-LINE TO FAMILY-REPORT-LINE
           PERFORM 0700-WRITE-REPORT-LINE.

       0540-PRINT-FAMILY-TOTAL.
           MOVE WS-FAM-COMPANIES TO FTL-COMPANIES
           MOVE WS-FAM-ACTIVE TO FTL-ACTIVE
           MOVE WS-FAM-INACTIVE TO FTL-INACTIVE
           MOVE WS-FAM-LOC-H TO FTL-LOC-H
           MOVE WS-FAM-LOC-B TO FTL-LOC-B
           MOVE WS-FAM-LOC-R TO FTL-LOC-R
           MOVE WS-FAM-LOC-S TO FTL-LOC-S
           MOVE WS-FAMILY-TOTAL-LINE TO FAMILY-REPORT-LINE
           PERFORM 0700-WRITE-REPORT-LINE.

      *    A COMPANY WITH A PARENT THAT NO FAMILY WALK REACHED EITHER
      *    POINTS AT A PARENT NOT ON FILE OR SITS IN A LOOP OF LINKS
      *    WITH NO ULTIMATE PARENT. PROGRAM4 STOPS BOTH, SO ANY FOUND
      *    HERE CAME FROM OUTSIDE THE TRANSACTION STREAM.
       0600-PRINT-LINK-EXCEPTIONS.
           PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
               UNTIL WS-MEMBER-IX > WS-COMP-COUNT
                IF WS-COMP-PARENT-ID (WS-MEMBER-IX) NOT = ZERO
                   AND WS-COMP-VISITED-SW (WS-MEMBER-IX) NOT = 'Y'
                     IF WS-EXCEPTION-COUNT = ZERO
                          MOVE SPACES TO FAMILY-REPORT-LINE
                          PERFORM 0700-WRITE-REPORT-LINE
                          MOVE WS-EXCEPTION-HEADING
                              TO FAMILY-REPORT-LINE
                          PERFORM 0700-WRITE-REPORT-LINE
                     END-IF
                     ADD 1 TO WS-EXCEPTION-COUNT
                     MOVE WS-COMP-ID (WS-MEMBER-IX) TO EXL-ID
                     MOVE WS-COMP-NAME (WS-MEMBER-IX) TO EXL-NAME
                     MOVE WS-COMP-PARENT-ID (WS-MEMBER-IX)
                         TO EXL-PARENT-ID
                     MOVE WS-EXCEPTION-LINE TO FAMILY-REPORT-LINE
                     PERFORM 0700-WRITE-REPORT-LINE
                END-IF
           END-PERFORM
           IF (WS-EXCEPTION-COUNT > ZERO
               OR WS-ORPHAN-LINK-COUNT > ZERO)
              AND WS-RETURN-CODE < 4
                MOVE 4 TO WS-RETURN-CODE
           END-IF.

       0650-PRINT-GRAND-TOTALS.
           MOVE SPACES TO FAMILY-REPORT-LINE
           PERFORM 0700-WRITE-REPORT-LINE
           MOVE 'FAMILIES                    : ' TO SL-LABEL
           MOVE WS-FAMILY-COUNT TO SL-COUNT
           PERFORM 0660-WRITE-SUMMARY-LINE
           MOVE 'COMPANIES IN FAMILIES       : ' TO SL-LABEL
           MOVE WS-FAMILY-MEMBER-COUNT TO SL-COUNT
           PERFORM 0660-WRITE-SUMMARY-LINE
           MOVE 'STANDALONE COMPANIES        : ' TO SL-LABEL
           MOVE WS-STANDALONE-COUNT TO SL-COUNT
           PERFORM 0660-WRITE-SUMMARY-LINE
           MOVE 'LINKED COMPANIES NOT REACHED: ' TO SL-LABEL
           MOVE WS-EXCEPTION-COUNT TO SL-COUNT
           PERFORM 0660-WRITE-SUMMARY-LINE
           MOVE 'LINKS FROM COMPANIES OFF FILE:' TO SL-LABEL
           MOVE WS-ORPHAN-LINK-COUNT TO SL-COUNT
           PERFORM 0660-WRITE-SUMMARY-LINE.

       0660-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO FAMILY-REPORT-LINE
           PERFORM 0700-WRITE-REPORT-LINE.

       0700-WRITE-REPORT-LINE.
           WRITE FAMILY-REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING FAMILY REPORT - STATUS '
                    WS-REPORT-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.
