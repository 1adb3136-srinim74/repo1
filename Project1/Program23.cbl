       $SET SQL(DBMAN=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBCONN-FILE ASSIGN TO "DBCONN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBCONN-STATUS.
           SELECT POSTAL-REF-FILE ASSIGN TO "POSTREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTAL-STATUS.
           SELECT QUALITY-REPORT-FILE ASSIGN TO "DQRPT"
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
       FD  POSTAL-REF-FILE
           RECORDING MODE IS F.
       01  POSTAL-REF-RECORD.
           05  PRF-RECORD-TYPE             PIC X(1).
           05  PRF-STATE                   PIC X(2).
           05  PRF-ZIP-LOW                 PIC X(5).
           05  PRF-ZIP-HIGH                PIC X(5).
           05  PRF-CITY                    PIC X(30).
       FD  QUALITY-REPORT-FILE
           RECORDING MODE IS F.
       01  QUALITY-REPORT-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-COMPANY-RECORD.
           COPY COMPANY.
       01  WS-LOCATION-RECORD.
           COPY COMPLOC.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-POSTAL-STATUS          PIC X(2).
       01  WS-REPORT-STATUS          PIC X(2).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-END-OF-CURSOR-SW       PIC X(1) VALUE 'N'.
           88  WS-END-OF-CURSOR              VALUE 'Y'.
       01  WS-END-OF-POSTAL-SW       PIC X(1) VALUE 'N'.
           88  WS-END-OF-POSTAL              VALUE 'Y'.
       01  WS-ZIP-RANGE-TABLE.
           05  WS-ZIP-RANGE-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
           05  WS-ZIP-RANGE          OCCURS 500 TIMES
                                     INDEXED BY WS-ZIPR-IX.
               10  WS-ZIPR-STATE     PIC X(2).
               10  WS-ZIPR-LOW       PIC X(5).
               10  WS-ZIPR-HIGH      PIC X(5).
       01  WS-REF-CITY-TABLE.
           05  WS-REF-CITY-COUNT     PIC S9(9) COMP-5 VALUE ZERO.
           05  WS-REF-CITY           OCCURS 1000 TIMES
                                     INDEXED BY WS-CITY-IX.
               10  WS-REFC-STATE     PIC X(2).
               10  WS-REFC-CITY      PIC X(30).
       01  WS-ZIP-STATE-OK-SW        PIC X(1).
           88  WS-ZIP-STATE-OK               VALUE 'Y'.
       01  WS-ZIP-KNOWN-SW           PIC X(1).
           88  WS-ZIP-KNOWN                  VALUE 'Y'.
       01  WS-CITY-STATE-OK-SW       PIC X(1).
           88  WS-CITY-STATE-OK              VALUE 'Y'.
       01  WS-CITY-KNOWN-SW          PIC X(1).
           88  WS-CITY-KNOWN                 VALUE 'Y'.
       01  WS-EDIT-CITY              PIC X(30).
       01  WS-EDIT-STATE             PIC X(2).
       01  WS-EDIT-ZIP.
           05  WS-EDIT-ZIP-5         PIC X(5).
           05  WS-EDIT-ZIP-DASH      PIC X(1).
           05  WS-EDIT-ZIP-4         PIC X(4).
       01  WS-EDIT-PHONE.
           05  WS-EDIT-PHONE-AREA    PIC X(3).
           05  WS-EDIT-PHONE-DASH1   PIC X(1).
           05  WS-EDIT-PHONE-EXCH    PIC X(3).
           05  WS-EDIT-PHONE-DASH2   PIC X(1).
           05  WS-EDIT-PHONE-LINE    PIC X(4).
           05  FILLER                PIC X(3).
       01  WS-CHECK-FAILED-SW        PIC X(1).
           88  WS-CHECK-FAILED               VALUE 'Y'.
       01  WS-CHECK-PROBLEM          PIC X(40).
       01  WS-CHECK-REC              PIC X(2).
      *    ONE ENTRY PER RULE: ID AND THE TEXT PRINTED FOR IT.
       01  WS-RULE-NAME-LIST.
           05  FILLER                PIC X(44)
               VALUE 'DQ01NO HEAD OFFICE (H) LOCATION'.
           05  FILLER                PIC X(44)
               VALUE 'DQ02INACTIVE WITH BILLING/SHIPPING LOCATION'.
           05  FILLER                PIC X(44)
               VALUE 'DQ03PHONE BLANK OR NOT 999-999-9999'.
           05  FILLER                PIC X(44)
               VALUE 'DQ04ZIP OR CITY FAILS POSTAL REFERENCE'.
           05  FILLER                PIC X(44)
               VALUE 'DQ05LOCATION STATE DIFFERS FROM HEAD OFFICE'.
       01  WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAME-LIST.
           05  WS-RULE-NAME-ENTRY    OCCURS 5 TIMES.
               10  WS-RULE-ID        PIC X(4).
               10  WS-RULE-TEXT      PIC X(40).
       01  WS-RULE-COUNT             PIC S9(4) COMP VALUE 5.
       01  WS-RULE-IX                PIC S9(4) COMP.
       01  WS-RULE-FAILED-TABLE.
           05  WS-RULE-FAILED        OCCURS 5 TIMES
                                     PIC S9(9) COMP-5.
       01  WS-COMPANY-FAIL-TABLE.
           05  WS-CO-FAIL-SW         OCCURS 5 TIMES
                                     PIC X(1).
       01  WS-COMPANY-CLEAN-SW       PIC X(1).
           88  WS-COMPANY-CLEAN              VALUE 'Y'.
       01  WS-COMPANIES-CHECKED      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COMPANIES-CLEAN        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LOCATIONS-CHECKED      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
      *    THE CURRENT COMPANY'S LOCATIONS ARE HELD UNTIL ITS LAST
      *    ROW HAS BEEN READ, SINCE THE HEAD OFFICE STATE IS NEEDED
      *    BEFORE ANY OTHER LOCATION CAN BE CHECKED AGAINST IT.
       01  WS-CURRENT-COMPANY.
           05  WS-CUR-ID             PIC S9(9) COMP-5 VALUE ZERO.
           05  WS-CUR-CITY           PIC X(30).
           05  WS-CUR-STATE          PIC X(2).
           05  WS-CUR-ZIP            PIC X(10).
           05  WS-CUR-PHONE          PIC X(15).
           05  WS-CUR-STATUS         PIC X(1).
       01  WS-HAVE-COMPANY-SW        PIC X(1) VALUE 'N'.
           88  WS-HAVE-COMPANY               VALUE 'Y'.
       01  WS-CUR-LOCATION-TABLE.
           05  WS-CUR-LOC-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  WS-CUR-LOC            OCCURS 10 TIMES.
               10  WS-CL-TYPE        PIC X(1).
               10  WS-CL-CITY        PIC X(30).
               10  WS-CL-STATE       PIC X(2).
               10  WS-CL-ZIP         PIC X(10).
               10  WS-CL-PHONE       PIC X(15).
       01  WS-LOC-IX                 PIC S9(4) COMP.
       01  WS-HEAD-OFFICE-IX         PIC S9(4) COMP.
      *    SCORES BY STATE, KEPT IN STATE ORDER AS THEY ARE ADDED.
       01  WS-STATE-TABLE.
           05  WS-STATE-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-STATE-ENTRY        OCCURS 100 TIMES.
               10  WS-ST-STATE       PIC X(2).
               10  WS-ST-CHECKED     PIC S9(9) COMP-5.
               10  WS-ST-CLEAN       PIC S9(9) COMP-5.
               10  WS-ST-FAILED      OCCURS 5 TIMES
                                     PIC S9(9) COMP-5.
       01  WS-STATE-IX               PIC S9(4) COMP.
       01  WS-SHIFT-IX               PIC S9(4) COMP.
       01  WS-STATE-FOUND-SW         PIC X(1).
           88  WS-STATE-FOUND                VALUE 'Y'.
       01  WS-SCORE-CHECKED          PIC S9(9) COMP-5.
       01  WS-SCORE-FAILED           PIC S9(9) COMP-5.
       01  WS-SCORE-PCT              PIC S9(3)V9 COMP-3.
       01  WS-HIST-RULE-ID           PIC X(4).
       01  WS-HIST-STATE             PIC X(2).
       01  WS-HIST-RUN-DATE          PIC X(8).
       01  WS-HIST-ROWS-SAVED        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TREND-RULE-NUM         PIC 9(2).
       01  WS-TREND-RUN-DATE         PIC X(8).
       01  WS-ID-DISPLAY             PIC ZZZZZZZZ9.
       01  WS-REPORT-HEADING-1.
           05  FILLER                PIC X(37)
               VALUE 'DATA QUALITY SCORECARD               '.
           05  FILLER                PIC X(11) VALUE 'RUN DATE : '.
           05  RH1-RUN-DATE          PIC X(8).
           05  FILLER                PIC X(76) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  SCL-TITLE             PIC X(60).
           05  FILLER                PIC X(72) VALUE SPACES.
       01  WS-EXCEPTION-HEADING.
           05  FILLER                PIC X(6)  VALUE 'RULE'.
           05  FILLER                PIC X(11) VALUE ' COMPANY ID'.
           05  FILLER                PIC X(5)  VALUE '  REC'.
           05  FILLER                PIC X(44) VALUE '  PROBLEM'.
           05  FILLER                PIC X(66) VALUE 'VALUE ON FILE'.
       01  WS-EXCEPTION-LINE.
           05  EXL-RULE-ID           PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  EXL-COMPANY-ID        PIC ZZZZZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  EXL-REC               PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  EXL-PROBLEM           PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  EXL-VALUE             PIC X(60).
           05  FILLER                PIC X(6)  VALUE SPACES.
       01  WS-RULE-HEADING.
           05  FILLER                PIC X(6)  VALUE 'RULE'.
           05  FILLER                PIC X(42) VALUE 'DESCRIPTION'.
           05  FILLER                PIC X(30)
               VALUE '   CHECKED    FAILED   SCORE %'.
           05  FILLER                PIC X(54) VALUE SPACES.
       01  WS-RULE-LINE.
           05  RUL-RULE-ID           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RUL-TEXT              PIC X(40).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RUL-CHECKED           PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RUL-FAILED            PIC ZZZZZZZZ9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  RUL-SCORE             PIC ZZ9.9.
           05  FILLER                PIC X(55) VALUE SPACES.
       01  WS-STATE-HEADING-1.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(15) VALUE '   DQ01 FAILED '.
           05  FILLER                PIC X(15) VALUE '   DQ02 FAILED '.
           05  FILLER                PIC X(15) VALUE '   DQ03 FAILED '.
           05  FILLER                PIC X(15) VALUE '   DQ04 FAILED '.
           05  FILLER                PIC X(15) VALUE '   DQ05 FAILED '.
           05  FILLER                PIC X(43) VALUE '   ALL RULES'.
       01  WS-STATE-HEADING-2.
           05  FILLER                PIC X(14) VALUE 'ST  COMPANIES '.
           05  FILLER                PIC X(15) VALUE '   COUNT SCORE '.
           05  FILLER                PIC X(15) VALUE '   COUNT SCORE '.
           05  FILLER                PIC X(15) VALUE '   COUNT SCORE '.
           05  FILLER                PIC X(15) VALUE '   COUNT SCORE '.
           05  FILLER                PIC X(15) VALUE '   COUNT SCORE '.
           05  FILLER                PIC X(43) VALUE '   CLEAN SCORE'.
       01  WS-STATE-LINE.
           05  STL-STATE             PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  STL-CHECKED           PIC ZZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  STL-RULE              OCCURS 5 TIMES.
               10  STL-FAILED        PIC ZZZZZZZ9.
               10  FILLER            PIC X(1).
               10  STL-SCORE         PIC ZZ9.9.
               10  FILLER            PIC X(1).
           05  STL-CLEAN             PIC ZZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  STL-CLEAN-SCORE       PIC ZZ9.9.
           05  FILLER                PIC X(29) VALUE SPACES.
       01  WS-TREND-HEADING.
           05  FILLER                PIC X(10) VALUE 'RUN DATE'.
           05  FILLER                PIC X(9)  VALUE '  ALL   '.
           05  FILLER                PIC X(45)
               VALUE '   DQ01     DQ02     DQ03     DQ04     DQ05'.
           05  FILLER                PIC X(68) VALUE SPACES.
       01  WS-TREND-LINE.
           05  TRL-RUN-DATE          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TRL-ALL-SCORE         PIC ZZ9.9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  TRL-RULE              OCCURS 5 TIMES.
               10  FILLER            PIC X(2).
               10  TRL-SCORE         PIC ZZ9.9.
               10  FILLER            PIC X(2).
           05  FILLER                PIC X(68) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  SL-LABEL              PIC X(30).
           05  SL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(93) VALUE SPACES.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                PERFORM 0110-LOAD-POSTAL-REFERENCE
           END-IF.
           IF WS-RETURN-CODE = 0
                OPEN OUTPUT QUALITY-REPORT-FILE
                IF WS-REPORT-STATUS NOT = '00'
                     DISPLAY 'UNABLE TO OPEN QUALITY REPORT - STATUS '
                         WS-REPORT-STATUS
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF.
           IF WS-RETURN-CODE = 0
                EXEC SQL
                    CONNECT TO :WS-DB-INSTANCE
                        USER :WS-DB-USERID
                        USING :WS-DB-PASSWORD
                END-EXEC
                IF SQLCODE = 0
                     DISPLAY 'CONNECTION SUCCESSFUL'
                     PERFORM 0200-SCAN-COMPANIES
                     IF WS-RETURN-CODE NOT = 12
                          PERFORM 0500-PRINT-RULE-SCORES
                          PERFORM 0600-PRINT-STATE-SCORES
                          PERFORM 0700-SAVE-SCORE-HISTORY
                     END-IF
                     IF WS-RETURN-CODE NOT = 12
                          EXEC SQL COMMIT END-EXEC
                          PERFORM 0800-PRINT-SCORE-TREND
                     ELSE
                          EXEC SQL ROLLBACK END-EXEC
                     END-IF
                ELSE
                     DISPLAY 'CONNECTION FAILED'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
                CLOSE QUALITY-REPORT-FILE
           END-IF.
           DISPLAY 'COMPANIES CHECKED       : ' WS-COMPANIES-CHECKED.
           DISPLAY 'LOCATIONS CHECKED       : ' WS-LOCATIONS-CHECKED.
           DISPLAY 'COMPANIES PASSING ALL   : ' WS-COMPANIES-CLEAN.
           DISPLAY 'PROBLEMS LISTED         : ' WS-EXCEPTION-COUNT.
           DISPLAY 'SCORE ROWS SAVED        : ' WS-HIST-ROWS-SAVED.
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

      *    SAME POSTAL REFERENCE PROGRAM4 EDITS AGAINST. UNLIKE THE
      *    EDIT IT IS REQUIRED HERE - WITHOUT IT THE ZIP/CITY RULE
      *    WOULD SCORE EVERY ROW AS CLEAN.
       0110-LOAD-POSTAL-REFERENCE.
           OPEN INPUT POSTAL-REF-FILE
           IF WS-POSTAL-STATUS = '00'
                PERFORM 0120-READ-POSTAL-RECORD
                PERFORM UNTIL WS-END-OF-POSTAL
                     PERFORM 0130-STORE-POSTAL-RECORD
                     PERFORM 0120-READ-POSTAL-RECORD
                END-PERFORM
                CLOSE POSTAL-REF-FILE
                DISPLAY 'POSTAL REFERENCE LOADED - '
                    WS-ZIP-RANGE-COUNT ' ZIP RANGES, '
                    WS-REF-CITY-COUNT ' CITIES'
           ELSE
                DISPLAY 'UNABLE TO OPEN POSTAL REFERENCE - STATUS '
                    WS-POSTAL-STATUS
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0120-READ-POSTAL-RECORD.
           READ POSTAL-REF-FILE
               AT END
                    SET WS-END-OF-POSTAL TO TRUE
           END-READ.

       0130-STORE-POSTAL-RECORD.
           EVALUATE PRF-RECORD-TYPE
                WHEN 'Z'
                     IF WS-ZIP-RANGE-COUNT < 500
                          ADD 1 TO WS-ZIP-RANGE-COUNT
                          SET WS-ZIPR-IX TO WS-ZIP-RANGE-COUNT
                          MOVE PRF-STATE
                              TO WS-ZIPR-STATE (WS-ZIPR-IX)
                          MOVE PRF-ZIP-LOW
                              TO WS-ZIPR-LOW (WS-ZIPR-IX)
                          MOVE PRF-ZIP-HIGH
                              TO WS-ZIPR-HIGH (WS-ZIPR-IX)
                     ELSE
                          DISPLAY 'POSTAL ZIP RANGE TABLE FULL'
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-END-OF-POSTAL TO TRUE
                     END-IF
                WHEN 'C'
                     IF WS-REF-CITY-COUNT < 1000
                          ADD 1 TO WS-REF-CITY-COUNT
                          SET WS-CITY-IX TO WS-REF-CITY-COUNT
                          MOVE PRF-STATE
                              TO WS-REFC-STATE (WS-CITY-IX)
                          MOVE PRF-CITY
                              TO WS-REFC-CITY (WS-CITY-IX)
                     ELSE
                          DISPLAY 'POSTAL CITY TABLE FULL'
                          MOVE 12 TO WS-RETURN-CODE
                          SET WS-END-OF-POSTAL TO TRUE
                     END-IF
                WHEN OTHER
                     DISPLAY 'UNKNOWN POSTAL REFERENCE RECORD TYPE - '
                         PRF-RECORD-TYPE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-POSTAL TO TRUE
           END-EVALUATE.

      *    ONE PASS OVER COMPANY WITH ITS LOCATIONS JOINED ON. EVERY
      *    RULE IS SCORED PER COMPANY - A COMPANY FAILS A RULE ONCE
      *    HOWEVER MANY OF ITS ROWS BREAK IT - BUT EACH OFFENDING ROW
      *    IS LISTED.
       0200-SCAN-COMPANIES.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE SPACES TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE 'OFFENDING COMPANIES AND LOCATIONS' TO SCL-TITLE
           MOVE WS-SECTION-LINE TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-HEADING TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           EXEC SQL
               DECLARE DQ-COMPANY-CURSOR CURSOR FOR
               SELECT C.ID, C.CITY, C.STATE, C.ZIP, C.PHONE, C.STATUS,
                      COALESCE(L."LOC-TYPE", ' '),
                      COALESCE(L.CITY, ' '),
                      COALESCE(L.STATE, ' '),
                      COALESCE(L.ZIP, ' '),
                      COALESCE(L.PHONE, ' ')
                 FROM COMPANY C
                 LEFT JOIN "COMPANY-LOCATION" L
                   ON L."COMPANY-ID" = C.ID
                ORDER BY C.ID, L."LOC-TYPE"
           END-EXEC
           EXEC SQL OPEN DQ-COMPANY-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN COMPANY CURSOR - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                MOVE 'N' TO WS-END-OF-CURSOR-SW
                PERFORM UNTIL WS-END-OF-CURSOR
                     PERFORM 0210-FETCH-COMPANY-ROW
                END-PERFORM
                EXEC SQL CLOSE DQ-COMPANY-CURSOR END-EXEC
                IF WS-HAVE-COMPANY AND WS-RETURN-CODE NOT = 12
                     PERFORM 0300-SCORE-COMPANY
                END-IF
           END-IF.

       0210-FETCH-COMPANY-ROW.
           EXEC SQL
               FETCH DQ-COMPANY-CURSOR
                 INTO :WS-ID, :WS-CITY, :WS-STATE, :WS-ZIP,
                      :WS-PHONE, :WS-STATUS, :WS-LOC-TYPE,
                      :WS-LOC-CITY, :WS-LOC-STATE, :WS-LOC-ZIP,
                      :WS-LOC-PHONE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF WS-HAVE-COMPANY AND WS-ID NOT = WS-CUR-ID
                          PERFORM 0300-SCORE-COMPANY
                     END-IF
                     IF NOT WS-HAVE-COMPANY
                          PERFORM 0220-START-COMPANY
                     END-IF
                     IF WS-LOC-TYPE NOT = SPACE
                          PERFORM 0230-HOLD-LOCATION
                     END-IF
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING DATA  ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       0220-START-COMPANY.
           SET WS-HAVE-COMPANY TO TRUE
           MOVE WS-ID TO WS-CUR-ID
           MOVE WS-CITY TO WS-CUR-CITY
           MOVE WS-STATE TO WS-CUR-STATE
           MOVE WS-ZIP TO WS-CUR-ZIP
           MOVE WS-PHONE TO WS-CUR-PHONE
           MOVE WS-STATUS TO WS-CUR-STATUS
           MOVE ZERO TO WS-CUR-LOC-COUNT.

       0230-HOLD-LOCATION.
           IF WS-CUR-LOC-COUNT < 10
                ADD 1 TO WS-CUR-LOC-COUNT
                MOVE WS-LOC-TYPE TO WS-CL-TYPE (WS-CUR-LOC-COUNT)
                MOVE WS-LOC-CITY TO WS-CL-CITY (WS-CUR-LOC-COUNT)
                MOVE WS-LOC-STATE TO WS-CL-STATE (WS-CUR-LOC-COUNT)
                MOVE WS-LOC-ZIP TO WS-CL-ZIP (WS-CUR-LOC-COUNT)
                MOVE WS-LOC-PHONE TO WS-CL-PHONE (WS-CUR-LOC-COUNT)
           ELSE
                DISPLAY 'MORE THAN 10 LOCATIONS FOR COMPANY '
                    WS-CUR-ID ' - RUN STOPPED'
                MOVE 12 TO WS-RETURN-CODE
                SET WS-END-OF-CURSOR TO TRUE
           END-IF.

       0300-SCORE-COMPANY.
           ADD 1 TO WS-COMPANIES-CHECKED
           ADD WS-CUR-LOC-COUNT TO WS-LOCATIONS-CHECKED
           MOVE ALL 'N' TO WS-COMPANY-FAIL-TABLE
           MOVE ZERO TO WS-HEAD-OFFICE-IX
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
               UNTIL WS-LOC-IX > WS-CUR-LOC-COUNT
                IF WS-CL-TYPE (WS-LOC-IX) = 'H'
                     MOVE WS-LOC-IX TO WS-HEAD-OFFICE-IX
                END-IF
           END-PERFORM
           PERFORM 0310-RULE-HEAD-OFFICE
           PERFORM 0320-RULE-INACTIVE-LOCATIONS
           PERFORM 0330-RULE-PHONE
           PERFORM 0340-RULE-POSTAL
           PERFORM 0350-RULE-STATE-MATCH
           PERFORM 0400-ADD-TO-STATE-SCORES
           MOVE 'N' TO WS-HAVE-COMPANY-SW.

       0310-RULE-HEAD-OFFICE.
           IF WS-HEAD-OFFICE-IX = ZERO
                MOVE 1 TO WS-RULE-IX
                MOVE 'CO' TO EXL-REC
                MOVE 'NO HEAD OFFICE LOCATION ON FILE' TO EXL-PROBLEM
                MOVE SPACES TO EXL-VALUE
                PERFORM 0390-LIST-PROBLEM
           END-IF.

       0320-RULE-INACTIVE-LOCATIONS.
           IF WS-CUR-STATUS = 'I'
                PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                    UNTIL WS-LOC-IX > WS-CUR-LOC-COUNT
                     IF WS-CL-TYPE (WS-LOC-IX) = 'R'
                        OR WS-CL-TYPE (WS-LOC-IX) = 'S'
                          MOVE 2 TO WS-RULE-IX
                          MOVE WS-CL-TYPE (WS-LOC-IX) TO EXL-REC
                          MOVE 'COMPANY INACTIVE BUT LOCATION KEPT'
                              TO EXL-PROBLEM
                          MOVE 'COMPANY STATUS I' TO EXL-VALUE
                          PERFORM 0390-LIST-PROBLEM
                     END-IF
                END-PERFORM
           END-IF.

       0330-RULE-PHONE.
           MOVE 3 TO WS-RULE-IX
           MOVE WS-CUR-PHONE TO WS-EDIT-PHONE
           MOVE 'CO' TO WS-CHECK-REC
           PERFORM 0335-CHECK-PHONE
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
               UNTIL WS-LOC-IX > WS-CUR-LOC-COUNT
                MOVE WS-CL-PHONE (WS-LOC-IX) TO WS-EDIT-PHONE
                MOVE WS-CL-TYPE (WS-LOC-IX) TO WS-CHECK-REC
                PERFORM 0335-CHECK-PHONE
           END-PERFORM.

      *    BLANK COUNTS AGAINST THE SCORE HERE EVEN THOUGH PROGRAM4
      *    ACCEPTS IT ON A TRANSACTION - A ROW NOBODY CAN RING IS
      *    STILL A ROW THAT NEEDS CLEANING UP.
       0335-CHECK-PHONE.
           IF WS-EDIT-PHONE = SPACES
              OR WS-EDIT-PHONE-AREA IS NOT NUMERIC
              OR WS-EDIT-PHONE-DASH1 NOT = '-'
              OR WS-EDIT-PHONE-EXCH IS NOT NUMERIC
              OR WS-EDIT-PHONE-DASH2 NOT = '-'
              OR WS-EDIT-PHONE-LINE IS NOT NUMERIC
                MOVE WS-CHECK-REC TO EXL-REC
                IF WS-EDIT-PHONE = SPACES
                     MOVE 'PHONE IS BLANK' TO EXL-PROBLEM
                ELSE
                     MOVE 'PHONE IS NOT 999-999-9999' TO EXL-PROBLEM
                END-IF
                MOVE WS-EDIT-PHONE TO EXL-VALUE
                PERFORM 0390-LIST-PROBLEM
           END-IF.

       0340-RULE-POSTAL.
           MOVE 4 TO WS-RULE-IX
           MOVE WS-CUR-CITY TO WS-EDIT-CITY
           MOVE WS-CUR-STATE TO WS-EDIT-STATE
           MOVE WS-CUR-ZIP TO WS-EDIT-ZIP
           MOVE 'CO' TO WS-CHECK-REC
           PERFORM 0345-CHECK-POSTAL
           PERFORM VARYING WS-LOC-IX FROM 1 BY 1
               UNTIL WS-LOC-IX > WS-CUR-LOC-COUNT
                MOVE WS-CL-CITY (WS-LOC-IX) TO WS-EDIT-CITY
                MOVE WS-CL-STATE (WS-LOC-IX) TO WS-EDIT-STATE
                MOVE WS-CL-ZIP (WS-LOC-IX) TO WS-EDIT-ZIP
                MOVE WS-CL-TYPE (WS-LOC-IX) TO WS-CHECK-REC
                PERFORM 0345-CHECK-POSTAL
           END-PERFORM.

      *    THE SAME TESTS AS PROGRAM4'S ZIP AND CITY EDITS (E005,
      *    E018, E019), SO A ROW FAILS HERE ONLY IF IT COULD NOT BE
      *    KEYED TODAY.
       0345-CHECK-POSTAL.
           MOVE 'N' TO WS-CHECK-FAILED-SW
           IF WS-EDIT-ZIP-5 IS NOT NUMERIC
              OR (WS-EDIT-ZIP-DASH = SPACE
                  AND WS-EDIT-ZIP-4 NOT = SPACES)
              OR (WS-EDIT-ZIP-DASH = '-'
                  AND WS-EDIT-ZIP-4 IS NOT NUMERIC)
              OR (WS-EDIT-ZIP-DASH NOT = SPACE
                  AND WS-EDIT-ZIP-DASH NOT = '-')
                SET WS-CHECK-FAILED TO TRUE
                MOVE 'ZIP CODE IS NOT 99999 OR 99999-9999'
                    TO WS-CHECK-PROBLEM
           END-IF
           IF NOT WS-CHECK-FAILED
                MOVE 'N' TO WS-ZIP-STATE-OK-SW
                MOVE 'N' TO WS-ZIP-KNOWN-SW
                PERFORM VARYING WS-ZIPR-IX FROM 1 BY 1
                    UNTIL WS-ZIPR-IX > WS-ZIP-RANGE-COUNT
                      OR WS-ZIP-STATE-OK
                     IF WS-EDIT-ZIP-5
                            NOT < WS-ZIPR-LOW (WS-ZIPR-IX)
                        AND WS-EDIT-ZIP-5
                            NOT > WS-ZIPR-HIGH (WS-ZIPR-IX)
                          SET WS-ZIP-KNOWN TO TRUE
                          IF WS-ZIPR-STATE (WS-ZIPR-IX)
                                 = WS-EDIT-STATE
                               SET WS-ZIP-STATE-OK TO TRUE
                          END-IF
                     END-IF
                END-PERFORM
                IF WS-ZIP-KNOWN AND NOT WS-ZIP-STATE-OK
                     SET WS-CHECK-FAILED TO TRUE
                     MOVE 'ZIP CODE IS NOT VALID FOR STATE'
                         TO WS-CHECK-PROBLEM
                END-IF
           END-IF
           IF NOT WS-CHECK-FAILED
              AND WS-EDIT-CITY NOT = SPACES
                MOVE 'N' TO WS-CITY-STATE-OK-SW
                MOVE 'N' TO WS-CITY-KNOWN-SW
                PERFORM VARYING WS-CITY-IX FROM 1 BY 1
                    UNTIL WS-CITY-IX > WS-REF-CITY-COUNT
                      OR WS-CITY-STATE-OK
                     IF WS-REFC-CITY (WS-CITY-IX) = WS-EDIT-CITY
                          SET WS-CITY-KNOWN TO TRUE
                          IF WS-REFC-STATE (WS-CITY-IX)
                                 = WS-EDIT-STATE
                               SET WS-CITY-STATE-OK TO TRUE
                          END-IF
                     END-IF
                END-PERFORM
                IF WS-CITY-KNOWN AND NOT WS-CITY-STATE-OK
                     SET WS-CHECK-FAILED TO TRUE
                     MOVE 'CITY AND STATE DO NOT MATCH'
                         TO WS-CHECK-PROBLEM
                END-IF
           END-IF
           IF WS-CHECK-FAILED
                MOVE WS-CHECK-REC TO EXL-REC
                MOVE WS-CHECK-PROBLEM TO EXL-PROBLEM
                MOVE SPACES TO EXL-VALUE
                STRING WS-EDIT-CITY DELIMITED BY '  '
                       ' ' WS-EDIT-STATE ' ' WS-EDIT-ZIP
                       DELIMITED BY SIZE
                    INTO EXL-VALUE
                END-STRING
                PERFORM 0390-LIST-PROBLEM
           END-IF.

       0350-RULE-STATE-MATCH.
           IF WS-HEAD-OFFICE-IX > ZERO
                PERFORM VARYING WS-LOC-IX FROM 1 BY 1
                    UNTIL WS-LOC-IX > WS-CUR-LOC-COUNT
                     IF WS-LOC-IX NOT = WS-HEAD-OFFICE-IX
                        AND WS-CL-STATE (WS-LOC-IX)
                            NOT = WS-CL-STATE (WS-HEAD-OFFICE-IX)
                          MOVE 5 TO WS-RULE-IX
                          MOVE WS-CL-TYPE (WS-LOC-IX) TO EXL-REC
                          MOVE 'LOCATION NOT IN HEAD OFFICE STATE'
                              TO EXL-PROBLEM
                          MOVE SPACES TO EXL-VALUE
                          STRING 'LOCATION ' WS-CL-STATE (WS-LOC-IX)
                                 ' HEAD OFFICE '
                                 WS-CL-STATE (WS-HEAD-OFFICE-IX)
                                 DELIMITED BY SIZE
                              INTO EXL-VALUE
                          END-STRING
                          PERFORM 0390-LIST-PROBLEM
                     END-IF
                END-PERFORM
           END-IF.

       0390-LIST-PROBLEM.
           IF WS-CO-FAIL-SW (WS-RULE-IX) = 'N'
                MOVE 'Y' TO WS-CO-FAIL-SW (WS-RULE-IX)
                ADD 1 TO WS-RULE-FAILED (WS-RULE-IX)
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-RULE-ID (WS-RULE-IX) TO EXL-RULE-ID
           MOVE WS-CUR-ID TO EXL-COMPANY-ID
           MOVE WS-EXCEPTION-LINE TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE.

      *    THE STATE A COMPANY IS SCORED UNDER IS THE ONE ON THE
      *    COMPANY ROW ITSELF.
       0400-ADD-TO-STATE-SCORES.
           MOVE 'N' TO WS-STATE-FOUND-SW
           PERFORM VARYING WS-STATE-IX FROM 1 BY 1
               UNTIL WS-STATE-IX > WS-STATE-COUNT
                  OR WS-STATE-FOUND
                  OR WS-ST-STATE (WS-STATE-IX) > WS-CUR-STATE
                IF WS-ST-STATE (WS-STATE-IX) = WS-CUR-STATE
                     SET WS-STATE-FOUND TO TRUE
                END-IF
           END-PERFORM
           IF WS-STATE-FOUND
                SUBTRACT 1 FROM WS-STATE-IX
           ELSE
                PERFORM 0410-INSERT-STATE-ENTRY
           END-IF
           IF WS-RETURN-CODE NOT = 12
                ADD 1 TO WS-ST-CHECKED (WS-STATE-IX)
                MOVE 'Y' TO WS-COMPANY-CLEAN-SW
                PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                    UNTIL WS-RULE-IX > WS-RULE-COUNT
                     IF WS-CO-FAIL-SW (WS-RULE-IX) = 'Y'
                          ADD 1 TO WS-ST-FAILED
                                       (WS-STATE-IX, WS-RULE-IX)
                          MOVE 'N' TO WS-COMPANY-CLEAN-SW
                     END-IF
                END-PERFORM
                IF WS-COMPANY-CLEAN
                     ADD 1 TO WS-ST-CLEAN (WS-STATE-IX)
                     ADD 1 TO WS-COMPANIES-CLEAN
                END-IF
           END-IF.

       0410-INSERT-STATE-ENTRY.
           IF WS-STATE-COUNT < 100
                PERFORM VARYING WS-SHIFT-IX FROM WS-STATE-COUNT BY -1
                    UNTIL WS-SHIFT-IX < WS-STATE-IX
                     MOVE WS-STATE-ENTRY (WS-SHIFT-IX)
                         TO WS-STATE-ENTRY (WS-SHIFT-IX + 1)
                END-PERFORM
                ADD 1 TO WS-STATE-COUNT
                MOVE WS-CUR-STATE TO WS-ST-STATE (WS-STATE-IX)
                MOVE ZERO TO WS-ST-CHECKED (WS-STATE-IX)
                MOVE ZERO TO WS-ST-CLEAN (WS-STATE-IX)
                PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                    UNTIL WS-RULE-IX > WS-RULE-COUNT
                     MOVE ZERO TO WS-ST-FAILED
                                      (WS-STATE-IX, WS-RULE-IX)
                END-PERFORM
           ELSE
                DISPLAY 'MORE THAN 100 STATES ON COMPANY - RUN STOPPED'
                MOVE 12 TO WS-RETURN-CODE
                SET WS-END-OF-CURSOR TO TRUE
           END-IF.

       0500-PRINT-RULE-SCORES.
           MOVE SPACES TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE 'SCORE BY RULE (PERCENT OF COMPANIES PASSING)'
               TO SCL-TITLE
           MOVE WS-SECTION-LINE TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE WS-RULE-HEADING TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE WS-COMPANIES-CHECKED TO WS-SCORE-CHECKED
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT
                MOVE WS-RULE-ID (WS-RULE-IX) TO RUL-RULE-ID
                MOVE WS-RULE-TEXT (WS-RULE-IX) TO RUL-TEXT
                MOVE WS-RULE-FAILED (WS-RULE-IX) TO WS-SCORE-FAILED
                PERFORM 0510-PRINT-RULE-LINE
           END-PERFORM
           MOVE 'ALL ' TO RUL-RULE-ID
           MOVE 'COMPANIES PASSING EVERY RULE' TO RUL-TEXT
           COMPUTE WS-SCORE-FAILED
               = WS-COMPANIES-CHECKED - WS-COMPANIES-CLEAN
           PERFORM 0510-PRINT-RULE-LINE
           MOVE SPACES TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE 'COMPANIES CHECKED' TO SL-LABEL
           MOVE WS-COMPANIES-CHECKED TO SL-COUNT
           MOVE WS-SUMMARY-LINE TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE 'LOCATIONS CHECKED' TO SL-LABEL
           MOVE WS-LOCATIONS-CHECKED TO SL-COUNT
           MOVE WS-SUMMARY-LINE TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE 'PROBLEMS LISTED' TO SL-LABEL
           MOVE WS-EXCEPTION-COUNT TO SL-COUNT
           MOVE WS-SUMMARY-LINE TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE.

       0510-PRINT-RULE-LINE.
           PERFORM 0900-COMPUTE-SCORE
           MOVE WS-SCORE-CHECKED TO RUL-CHECKED
           MOVE WS-SCORE-FAILED TO RUL-FAILED
           MOVE WS-SCORE-PCT TO RUL-SCORE
           MOVE WS-RULE-LINE TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE.

       0600-PRINT-STATE-SCORES.
           MOVE SPACES TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE 'SCORE BY STATE OF THE COMPANY' TO SCL-TITLE
           MOVE WS-SECTION-LINE TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE WS-STATE-HEADING-1 TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE WS-STATE-HEADING-2 TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           PERFORM VARYING WS-STATE-IX FROM 1 BY 1
               UNTIL WS-STATE-IX > WS-STATE-COUNT
                PERFORM 0610-PRINT-STATE-LINE
           END-PERFORM.

       0610-PRINT-STATE-LINE.
           MOVE SPACES TO WS-STATE-LINE
           MOVE WS-ST-STATE (WS-STATE-IX) TO STL-STATE
           MOVE WS-ST-CHECKED (WS-STATE-IX) TO STL-CHECKED
           MOVE WS-ST-CHECKED (WS-STATE-IX) TO WS-SCORE-CHECKED
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT
                MOVE WS-ST-FAILED (WS-STATE-IX, WS-RULE-IX)
                    TO WS-SCORE-FAILED
                PERFORM 0900-COMPUTE-SCORE
                MOVE WS-SCORE-FAILED TO STL-FAILED (WS-RULE-IX)
                MOVE WS-SCORE-PCT TO STL-SCORE (WS-RULE-IX)
           END-PERFORM
           COMPUTE WS-SCORE-FAILED = WS-ST-CHECKED (WS-STATE-IX)
                                   - WS-ST-CLEAN (WS-STATE-IX)
           PERFORM 0900-COMPUTE-SCORE
           MOVE WS-ST-CLEAN (WS-STATE-IX) TO STL-CLEAN
           MOVE WS-SCORE-PCT TO STL-CLEAN-SCORE
           MOVE WS-STATE-LINE TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE.

      *    ONE ROW PER RULE FOR THE WHOLE FILE (STATE '**') AND ONE
      *    PER RULE PER STATE, PLUS RULE 'ALL ' FOR COMPANIES PASSING
      *    EVERY RULE. A RERUN ON THE SAME DAY REPLACES THAT DAY'S ROWS.
       0700-SAVE-SCORE-HISTORY.
           EXEC SQL
               DELETE FROM "DQ-SCORE-HISTORY"
                WHERE "RUN-DATE" = :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'ERROR CLEARING SCORE HISTORY - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE NOT = 12
                MOVE '**' TO WS-HIST-STATE
                MOVE WS-COMPANIES-CHECKED TO WS-SCORE-CHECKED
                PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                    UNTIL WS-RULE-IX > WS-RULE-COUNT
                       OR WS-RETURN-CODE = 12
                     MOVE WS-RULE-ID (WS-RULE-IX) TO WS-HIST-RULE-ID
                     MOVE WS-RULE-FAILED (WS-RULE-IX)
                         TO WS-SCORE-FAILED
                     PERFORM 0720-INSERT-SCORE-ROW
                END-PERFORM
                MOVE 'ALL ' TO WS-HIST-RULE-ID
                COMPUTE WS-SCORE-FAILED
                    = WS-COMPANIES-CHECKED - WS-COMPANIES-CLEAN
                PERFORM 0720-INSERT-SCORE-ROW
           END-IF
           PERFORM VARYING WS-STATE-IX FROM 1 BY 1
               UNTIL WS-STATE-IX > WS-STATE-COUNT
                  OR WS-RETURN-CODE = 12
                PERFORM 0710-SAVE-STATE-SCORES
           END-PERFORM.

       0710-SAVE-STATE-SCORES.
           MOVE WS-ST-STATE (WS-STATE-IX) TO WS-HIST-STATE
           MOVE WS-ST-CHECKED (WS-STATE-IX) TO WS-SCORE-CHECKED
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT
                  OR WS-RETURN-CODE = 12
                MOVE WS-RULE-ID (WS-RULE-IX) TO WS-HIST-RULE-ID
                MOVE WS-ST-FAILED (WS-STATE-IX, WS-RULE-IX)
                    TO WS-SCORE-FAILED
                PERFORM 0720-INSERT-SCORE-ROW
           END-PERFORM
           IF WS-RETURN-CODE NOT = 12
                MOVE 'ALL ' TO WS-HIST-RULE-ID
                COMPUTE WS-SCORE-FAILED = WS-ST-CHECKED (WS-STATE-IX)
                                        - WS-ST-CLEAN (WS-STATE-IX)
                PERFORM 0720-INSERT-SCORE-ROW
           END-IF.

       0720-INSERT-SCORE-ROW.
           PERFORM 0900-COMPUTE-SCORE
           EXEC SQL
               INSERT INTO "DQ-SCORE-HISTORY"
                      ("RUN-DATE", "RULE-ID", STATE, "CHECKED-COUNT",
                       "FAILED-COUNT", "SCORE-PCT")
               VALUES (:WS-RUN-DATE, :WS-HIST-RULE-ID, :WS-HIST-STATE,
                       :WS-SCORE-CHECKED, :WS-SCORE-FAILED,
                       :WS-SCORE-PCT)
           END-EXEC
           IF SQLCODE = 0
                ADD 1 TO WS-HIST-ROWS-SAVED
           ELSE
                DISPLAY 'ERROR SAVING SCORE ' WS-HIST-RULE-ID ' '
                    WS-HIST-STATE ' - SQLCODE ' SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *    WHOLE-FILE SCORES FOR THE LAST TWELVE RUNS, OLDEST FIRST,
      *    SO THE REPORT ITSELF SHOWS WHETHER CLEANUP IS GAINING.
       0800-PRINT-SCORE-TREND.
           MOVE SPACES TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE 'SCORE TREND - WHOLE FILE, LAST 12 RUNS' TO SCL-TITLE
           MOVE WS-SECTION-LINE TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE WS-TREND-HEADING TO QUALITY-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           EXEC SQL
               DECLARE DQ-TREND-CURSOR CURSOR FOR
               SELECT "RUN-DATE", "RULE-ID", "SCORE-PCT"
                 FROM "DQ-SCORE-HISTORY"
                WHERE STATE = '**'
                  AND "RUN-DATE" IN
                      (SELECT DISTINCT "RUN-DATE"
                         FROM "DQ-SCORE-HISTORY"
                        ORDER BY "RUN-DATE" DESC
                        LIMIT 12)
                ORDER BY "RUN-DATE", "RULE-ID"
           END-EXEC
           EXEC SQL OPEN DQ-TREND-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN SCORE TREND CURSOR - SQLCODE '
                    SQLCODE
                IF WS-RETURN-CODE < 4
                     MOVE 4 TO WS-RETURN-CODE
                END-IF
           ELSE
                MOVE SPACES TO WS-TREND-RUN-DATE
                MOVE SPACES TO WS-TREND-LINE
                MOVE 'N' TO WS-END-OF-CURSOR-SW
                PERFORM UNTIL WS-END-OF-CURSOR
                     PERFORM 0810-FETCH-TREND-ROW
                END-PERFORM
                IF WS-TREND-RUN-DATE NOT = SPACES
                     MOVE WS-TREND-LINE TO QUALITY-REPORT-LINE
                     PERFORM 0990-WRITE-REPORT-LINE
                END-IF
                EXEC SQL CLOSE DQ-TREND-CURSOR END-EXEC
           END-IF.

       0810-FETCH-TREND-ROW.
           EXEC SQL
               FETCH DQ-TREND-CURSOR
                 INTO :WS-HIST-RUN-DATE, :WS-HIST-RULE-ID,
                      :WS-SCORE-PCT
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF WS-HIST-RUN-DATE NOT = WS-TREND-RUN-DATE
                          IF WS-TREND-RUN-DATE NOT = SPACES
                               MOVE WS-TREND-LINE
                                   TO QUALITY-REPORT-LINE
                               PERFORM 0990-WRITE-REPORT-LINE
                          END-IF
                          MOVE SPACES TO WS-TREND-LINE
                          MOVE WS-HIST-RUN-DATE TO WS-TREND-RUN-DATE
                          MOVE WS-HIST-RUN-DATE TO TRL-RUN-DATE
                     END-IF
                     PERFORM 0820-PLACE-TREND-SCORE
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING SCORE TREND  ' SQLCODE
                     IF WS-RETURN-CODE < 4
                          MOVE 4 TO WS-RETURN-CODE
                     END-IF
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       0820-PLACE-TREND-SCORE.
           IF WS-HIST-RULE-ID = 'ALL '
                MOVE WS-SCORE-PCT TO TRL-ALL-SCORE
           ELSE
                IF WS-HIST-RULE-ID (3:2) IS NUMERIC
                     MOVE WS-HIST-RULE-ID (3:2) TO WS-TREND-RULE-NUM
                     IF WS-TREND-RULE-NUM > ZERO
                        AND WS-TREND-RULE-NUM NOT > WS-RULE-COUNT
                          MOVE WS-SCORE-PCT
                              TO TRL-SCORE (WS-TREND-RULE-NUM)
                     END-IF
                END-IF
           END-IF.

      *    SCORE IS THE PERCENT OF COMPANIES CHECKED THAT PASSED; AN
      *    EMPTY STATE OR FILE SCORES 100.
       0900-COMPUTE-SCORE.
           IF WS-SCORE-CHECKED > ZERO
                COMPUTE WS-SCORE-PCT ROUNDED
                    = (WS-SCORE-CHECKED - WS-SCORE-FAILED) * 100
                      / WS-SCORE-CHECKED
           ELSE
                MOVE 100 TO WS-SCORE-PCT
           END-IF.

       0990-WRITE-REPORT-LINE.
           WRITE QUALITY-REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING QUALITY REPORT - STATUS '
                    WS-REPORT-STATUS
                IF WS-RETURN-CODE < 4
                     MOVE 4 TO WS-RETURN-CODE
                END-IF
           END-IF.
