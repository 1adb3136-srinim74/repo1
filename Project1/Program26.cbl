       $SET SQL(DBMAN=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBCONN-FILE ASSIGN TO "DBCONN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBCONN-STATUS.
           SELECT NOTICE-PARM-FILE ASSIGN TO "NTCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "CHGNTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "NTCRPT"
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
       FD  NOTICE-PARM-FILE
           RECORDING MODE IS F.
       01  NOTICE-PARM-RECORD.
           05  NPM-BUSINESS-DATE           PIC X(8).
       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01  NOTICE-LINE                     PIC X(80).
       FD  CONTROL-REPORT-FILE
           RECORDING MODE IS F.
       01  CONTROL-REPORT-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-COMPANY-RECORD.
           COPY COMPANY.
       01  WS-LOCATION-RECORD.
           COPY COMPLOC.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-PARM-STATUS            PIC X(2).
       01  WS-NOTICE-STATUS          PIC X(2).
       01  WS-REPORT-STATUS          PIC X(2).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-BUSINESS-DATE          PIC X(8).
       01  WS-END-OF-CURSOR-SW       PIC X(1) VALUE 'N'.
           88  WS-END-OF-CURSOR              VALUE 'Y'.
       01  WS-HAVE-COMPANY-SW        PIC X(1) VALUE 'N'.
           88  WS-HAVE-COMPANY               VALUE 'Y'.
       01  WS-CURRENT-ID             PIC S9(9) COMP-5 VALUE ZERO.
      *    ONE HISTORY ROW FROM THE CHANGE CURSOR. SOURCE 'C' IS
      *    COMPANY-HISTORY, 'L' IS LOCATION-HISTORY.
       01  WS-CHG-ID                 PIC S9(9) COMP-5.
       01  WS-CHG-SOURCE             PIC X(1).
       01  WS-CHG-LOC-TYPE           PIC X(1).
       01  WS-CHG-TYPE               PIC X(1).
       01  WS-CHG-SEQ                PIC S9(9) COMP-5.
       01  WS-OLD-IMAGE.
           05  WS-OLD-NAME           PIC X(40).
           05  WS-OLD-ADDRESS        PIC X(50).
           05  WS-OLD-CITY           PIC X(30).
           05  WS-OLD-STATE          PIC X(2).
           05  WS-OLD-ZIP            PIC X(10).
           05  WS-OLD-STATUS         PIC X(1).
       01  WS-NEW-IMAGE.
           05  WS-NEW-NAME           PIC X(40).
           05  WS-NEW-ADDRESS        PIC X(50).
           05  WS-NEW-CITY           PIC X(30).
           05  WS-NEW-STATE          PIC X(2).
           05  WS-NEW-ZIP            PIC X(10).
           05  WS-NEW-STATUS         PIC X(1).
      *    THE CHANGES COLLECTED FOR ONE COMPANY, IN THE ORDER MADE.
       01  WS-CHANGE-TABLE.
           05  WS-CE-ENTRY           OCCURS 30 TIMES.
               10  WS-CE-LABEL       PIC X(24).
               10  WS-CE-OLD-1       PIC X(50).
               10  WS-CE-OLD-2       PIC X(50).
               10  WS-CE-NEW-1       PIC X(50).
               10  WS-CE-NEW-2       PIC X(50).
       01  WS-CE-MAX                 PIC S9(4) COMP VALUE 30.
       01  WS-CE-COUNT               PIC S9(4) COMP VALUE ZERO.
       01  WS-CE-IX                  PIC S9(4) COMP.
       01  WS-CE-DROPPED             PIC S9(4) COMP VALUE ZERO.
       01  WS-ENTRY-LABEL            PIC X(24).
       01  WS-ENTRY-OLD-1            PIC X(50).
       01  WS-ENTRY-OLD-2            PIC X(50).
       01  WS-ENTRY-NEW-1            PIC X(50).
       01  WS-ENTRY-NEW-2            PIC X(50).
       01  WS-FMT-CITY               PIC X(30).
       01  WS-FMT-STATE              PIC X(2).
       01  WS-FMT-ZIP                PIC X(10).
       01  WS-FMT-LINE               PIC X(50).
       01  WS-FMT-STATUS-CODE        PIC X(1).
       01  WS-FMT-STATUS-TEXT        PIC X(50).
       01  WS-FMT-PTR                PIC S9(4) COMP.
       01  WS-MAIL-TYPE              PIC X(1).
       01  WS-MAIL-FOUND-SW          PIC X(1).
           88  WS-MAIL-FOUND                 VALUE 'Y'.
       01  WS-SKIP-REASON            PIC X(60).
       01  WS-NO-ADDRESS-REASON      PIC X(60) VALUE
           'NO USABLE BILLING OR HEAD OFFICE ADDRESS'.
       01  WS-COUNT-COMPANIES        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-NOTICES          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-SKIPPED          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-CHANGES          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-REPORT-HEADING-1.
           05  FILLER                PIC X(37)
               VALUE 'CHANGE NOTICE CONTROL LISTING        '.
           05  FILLER                PIC X(11) VALUE 'RUN DATE : '.
           05  RH1-RUN-DATE          PIC X(8).
           05  FILLER                PIC X(76) VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                PIC X(16) VALUE 'BUSINESS DATE : '.
           05  RH2-BUSINESS-DATE     PIC X(8).
           05  FILLER                PIC X(108) VALUE SPACES.
       01  WS-REPORT-HEADING-3.
           05  FILLER                PIC X(12) VALUE '  COMPANY ID'.
           05  FILLER                PIC X(9)  VALUE '  CHANGES'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE 'DISPOSITN '.
           05  FILLER                PIC X(13) VALUE 'MAILED TO'.
           05  FILLER                PIC X(86) VALUE 'DETAIL'.
       01  WS-CONTROL-LINE.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  CL-COMPANY-ID         PIC ZZZZZZZZ9.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  CL-CHANGES            PIC ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  CL-DISPOSITION        PIC X(10).
           05  CL-MAILED-TO          PIC X(13).
           05  CL-DETAIL             PIC X(60).
           05  FILLER                PIC X(26) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  SL-LABEL              PIC X(30).
           05  SL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(93) VALUE SPACES.
      *    NOTICE LAYOUT - 80 COLUMNS, ONE NOTICE PER PAGE.
       01  WS-NOTICE-REF-LINE.
           05  FILLER                PIC X(13) VALUE 'COMPANY ID : '.
           05  NRL-COMPANY-ID        PIC 9(9).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(7)  VALUE 'DATE : '.
           05  NRL-DATE              PIC X(8).
           05  FILLER                PIC X(33) VALUE SPACES.
       01  WS-NOTICE-TEXT-1.
           05  FILLER                PIC X(45) VALUE
               'OUR RECORDS FOR YOUR COMPANY WERE CHANGED ON '.
           05  NT1-DATE              PIC X(8).
           05  FILLER                PIC X(27) VALUE
               '. PLEASE CHECK THE DETAILS'.
       01  WS-NOTICE-TEXT-2          PIC X(80) VALUE
           'BELOW AND CONTACT US AT ONCE IF ANY OF THEM IS WRONG.'.
       01  WS-NOTICE-SUBJECT         PIC X(80) VALUE
           'RE: CONFIRMATION OF CHANGES TO YOUR COMPANY RECORD'.
       01  WS-NOTICE-LABEL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  NLL-LABEL             PIC X(24).
           05  FILLER                PIC X(54) VALUE SPACES.
       01  WS-NOTICE-VALUE-LINE.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  NVL-CAPTION           PIC X(6).
           05  NVL-VALUE             PIC X(50).
           05  FILLER                PIC X(18) VALUE SPACES.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           PERFORM 0100-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                PERFORM 0150-READ-NOTICE-PARM
           END-IF.
           IF WS-RETURN-CODE = 0
                PERFORM 0180-OPEN-OUTPUT-FILES
           END-IF.
           IF WS-RETURN-CODE = 0
                EXEC SQL
                    CONNECT TO :WS-DB-INSTANCE
                        USER :WS-DB-USERID
                        USING :WS-DB-PASSWORD
                END-EXEC
                IF SQLCODE = 0
                     DISPLAY 'CONNECTION SUCCESSFUL'
                     PERFORM 0200-SCAN-CHANGES
                     EXEC SQL COMMIT END-EXEC
                ELSE
                     DISPLAY 'CONNECTION FAILED'
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
                PERFORM 0800-PRINT-CONTROL-TOTALS
                CLOSE NOTICE-FILE
                CLOSE CONTROL-REPORT-FILE
           END-IF.
           DISPLAY 'BUSINESS DATE           : ' WS-BUSINESS-DATE.
           DISPLAY 'COMPANIES CHANGED       : ' WS-COUNT-COMPANIES.
           DISPLAY 'NOTICES GENERATED       : ' WS-COUNT-NOTICES.
           DISPLAY 'SKIPPED - NO ADDRESS    : ' WS-COUNT-SKIPPED.
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

      *    NOTICES ARE FOR TODAY'S CHANGES UNLESS NTCPARM NAMES ANOTHER
      *    BUSINESS DATE, WHICH IS HOW A LOST PRINT RUN IS REPRODUCED.
       0150-READ-NOTICE-PARM.
           OPEN INPUT NOTICE-PARM-FILE
           EVALUATE WS-PARM-STATUS
                WHEN '00'
                     READ NOTICE-PARM-FILE
                         AT END
                              CONTINUE
                     END-READ
                     IF WS-PARM-STATUS = '00'
                        AND NPM-BUSINESS-DATE NOT = SPACES
                          MOVE NPM-BUSINESS-DATE TO WS-BUSINESS-DATE
                     END-IF
                     CLOSE NOTICE-PARM-FILE
                WHEN '35'
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'ERROR OPENING NOTICE PARM FILE - STATUS '
                         WS-PARM-STATUS
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE
           IF WS-RETURN-CODE = 0 AND WS-BUSINESS-DATE IS NOT NUMERIC
                DISPLAY 'INVALID BUSINESS DATE - ' WS-BUSINESS-DATE
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0180-OPEN-OUTPUT-FILES.
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN NOTICE FILE - STATUS '
                    WS-NOTICE-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                OPEN OUTPUT CONTROL-REPORT-FILE
                IF WS-REPORT-STATUS NOT = '00'
                     DISPLAY 'UNABLE TO OPEN NOTICE CONTROL LISTING - '
                         'STATUS ' WS-REPORT-STATUS
                     MOVE 12 TO WS-RETURN-CODE
                     CLOSE NOTICE-FILE
                ELSE
                     MOVE WS-RUN-DATE TO RH1-RUN-DATE
                     MOVE WS-REPORT-HEADING-1 TO CONTROL-REPORT-LINE
                     PERFORM 0990-WRITE-REPORT-LINE
                     MOVE WS-BUSINESS-DATE TO RH2-BUSINESS-DATE
                     MOVE WS-REPORT-HEADING-2 TO CONTROL-REPORT-LINE
                     PERFORM 0990-WRITE-REPORT-LINE
                     MOVE SPACES TO CONTROL-REPORT-LINE
                     PERFORM 0990-WRITE-REPORT-LINE
                     MOVE WS-REPORT-HEADING-3 TO CONTROL-REPORT-LINE
                     PERFORM 0990-WRITE-REPORT-LINE
                END-IF
           END-IF.

      *    EVERY COMPANY UPDATE AND EVERY BILLING OR HEAD OFFICE
      *    LOCATION ADDED, CHANGED OR REMOVED ON THE BUSINESS DATE, IN
      *    COMPANY ORDER AND THEN IN THE ORDER PROGRAM3 MADE THEM. A
      *    COMPANY UPDATE WITH NO AFTER-IMAGE PREDATES THE NEW- COLUMNS
      *    AND CANNOT BE DESCRIBED, SO IT IS LEFT OUT.
       0200-SCAN-CHANGES.
           EXEC SQL
               DECLARE CHANGE-CURSOR CURSOR FOR
               SELECT H.ID, 'C', ' ', H."CHANGE-TYPE", H."HIST-SEQ",
                      COALESCE(H.NAME, ' '),
                      COALESCE(H.ADDRESS, ' '),
                      COALESCE(H.CITY, ' '),
                      COALESCE(H.STATE, ' '),
                      COALESCE(H.ZIP, ' '),
                      COALESCE(H.STATUS, ' '),
                      COALESCE(H."NEW-NAME", ' '),
                      COALESCE(H."NEW-ADDRESS", ' '),
                      COALESCE(H."NEW-CITY", ' '),
                      COALESCE(H."NEW-STATE", ' '),
                      COALESCE(H."NEW-ZIP", ' '),
                      COALESCE(H."NEW-STATUS", ' ')
                 FROM "COMPANY-HISTORY" H
                WHERE H."RUN-DATE" = :WS-BUSINESS-DATE
                  AND H."CHANGE-TYPE" = 'U'
                  AND COALESCE(H."NEW-NAME", ' ') <> ' '
               UNION ALL
               SELECT L."COMPANY-ID", 'L', L."LOC-TYPE",
                      L."CHANGE-TYPE", L."HIST-SEQ", ' ',
                      COALESCE(L.ADDRESS, ' '),
                      COALESCE(L.CITY, ' '),
                      COALESCE(L.STATE, ' '),
                      COALESCE(L.ZIP, ' '), ' ', ' ',
                      COALESCE(L."NEW-ADDRESS", ' '),
                      COALESCE(L."NEW-CITY", ' '),
                      COALESCE(L."NEW-STATE", ' '),
                      COALESCE(L."NEW-ZIP", ' '), ' '
                 FROM "LOCATION-HISTORY" L
                WHERE L."RUN-DATE" = :WS-BUSINESS-DATE
                  AND L."LOC-TYPE" IN ('R', 'H')
                  AND L."CHANGE-TYPE" IN ('I', 'U', 'D')
                ORDER BY 1, 2, 5
           END-EXEC
           EXEC SQL OPEN CHANGE-CURSOR END-EXEC
           IF SQLCODE NOT = 0
                DISPLAY 'UNABLE TO OPEN CHANGE CURSOR - SQLCODE '
                    SQLCODE
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                PERFORM UNTIL WS-END-OF-CURSOR
                     PERFORM 0210-FETCH-CHANGE-ROW
                END-PERFORM
                EXEC SQL CLOSE CHANGE-CURSOR END-EXEC
                IF WS-HAVE-COMPANY AND WS-RETURN-CODE NOT = 12
                     PERFORM 0300-ISSUE-NOTICE
                END-IF
           END-IF.

       0210-FETCH-CHANGE-ROW.
           EXEC SQL
               FETCH CHANGE-CURSOR
                 INTO :WS-CHG-ID, :WS-CHG-SOURCE, :WS-CHG-LOC-TYPE,
                      :WS-CHG-TYPE, :WS-CHG-SEQ,
                      :WS-OLD-NAME, :WS-OLD-ADDRESS, :WS-OLD-CITY,
                      :WS-OLD-STATE, :WS-OLD-ZIP, :WS-OLD-STATUS,
                      :WS-NEW-NAME, :WS-NEW-ADDRESS, :WS-NEW-CITY,
                      :WS-NEW-STATE, :WS-NEW-ZIP, :WS-NEW-STATUS
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF NOT WS-HAVE-COMPANY
                        OR WS-CHG-ID NOT = WS-CURRENT-ID
                          IF WS-HAVE-COMPANY
                               PERFORM 0300-ISSUE-NOTICE
                          END-IF
                          SET WS-HAVE-COMPANY TO TRUE
                          MOVE WS-CHG-ID TO WS-CURRENT-ID
                          MOVE ZERO TO WS-CE-COUNT
                          MOVE ZERO TO WS-CE-DROPPED
                     END-IF
                     IF WS-CHG-SOURCE = 'C'
                          PERFORM 0220-COLLECT-COMPANY-CHANGES
                     ELSE
                          PERFORM 0230-COLLECT-LOCATION-CHANGE
                     END-IF
                WHEN 100
                     SET WS-END-OF-CURSOR TO TRUE
                WHEN OTHER
                     DISPLAY 'ERROR RETRIEVING CHANGES - SQLCODE '
                         SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      *    ONLY NAME, ADDRESS AND STATUS ARE CONFIRMED. A PHONE-ONLY
      *    UPDATE COLLECTS NOTHING.
       0220-COLLECT-COMPANY-CHANGES.
           IF WS-OLD-NAME NOT = WS-NEW-NAME
                MOVE 'NAME' TO WS-ENTRY-LABEL
                MOVE WS-OLD-NAME TO WS-ENTRY-OLD-1
                MOVE SPACES TO WS-ENTRY-OLD-2
                MOVE WS-NEW-NAME TO WS-ENTRY-NEW-1
                MOVE SPACES TO WS-ENTRY-NEW-2
                PERFORM 0290-ADD-CHANGE-ENTRY
           END-IF
           IF WS-OLD-ADDRESS NOT = WS-NEW-ADDRESS
              OR WS-OLD-CITY NOT = WS-NEW-CITY
              OR WS-OLD-STATE NOT = WS-NEW-STATE
              OR WS-OLD-ZIP NOT = WS-NEW-ZIP
                MOVE 'ADDRESS' TO WS-ENTRY-LABEL
                PERFORM 0240-SET-ADDRESS-VALUES
                PERFORM 0290-ADD-CHANGE-ENTRY
           END-IF
           IF WS-OLD-STATUS NOT = WS-NEW-STATUS
                MOVE 'STATUS' TO WS-ENTRY-LABEL
                MOVE WS-OLD-STATUS TO WS-FMT-STATUS-CODE
                PERFORM 0285-FORMAT-STATUS
                MOVE WS-FMT-STATUS-TEXT TO WS-ENTRY-OLD-1
                MOVE SPACES TO WS-ENTRY-OLD-2
                MOVE WS-NEW-STATUS TO WS-FMT-STATUS-CODE
                PERFORM 0285-FORMAT-STATUS
                MOVE WS-FMT-STATUS-TEXT TO WS-ENTRY-NEW-1
                MOVE SPACES TO WS-ENTRY-NEW-2
                PERFORM 0290-ADD-CHANGE-ENTRY
           END-IF.

       0230-COLLECT-LOCATION-CHANGE.
           IF WS-CHG-LOC-TYPE = 'R'
                MOVE 'BILLING ADDRESS' TO WS-ENTRY-LABEL
           ELSE
                MOVE 'HEAD OFFICE ADDRESS' TO WS-ENTRY-LABEL
           END-IF
           EVALUATE WS-CHG-TYPE
                WHEN 'U'
                     IF WS-OLD-ADDRESS NOT = WS-NEW-ADDRESS
                        OR WS-OLD-CITY NOT = WS-NEW-CITY
                        OR WS-OLD-STATE NOT = WS-NEW-STATE
                        OR WS-OLD-ZIP NOT = WS-NEW-ZIP
                          PERFORM 0240-SET-ADDRESS-VALUES
                          PERFORM 0290-ADD-CHANGE-ENTRY
                     END-IF
                WHEN 'I'
                     PERFORM 0240-SET-ADDRESS-VALUES
                     MOVE '(NONE ON FILE)' TO WS-ENTRY-OLD-1
                     MOVE SPACES TO WS-ENTRY-OLD-2
                     PERFORM 0290-ADD-CHANGE-ENTRY
                WHEN 'D'
                     PERFORM 0240-SET-ADDRESS-VALUES
                     MOVE '(REMOVED)' TO WS-ENTRY-NEW-1
                     MOVE SPACES TO WS-ENTRY-NEW-2
                     PERFORM 0290-ADD-CHANGE-ENTRY
           END-EVALUATE.

       0240-SET-ADDRESS-VALUES.
           MOVE WS-OLD-ADDRESS TO WS-ENTRY-OLD-1
           MOVE WS-OLD-CITY TO WS-FMT-CITY
           MOVE WS-OLD-STATE TO WS-FMT-STATE
           MOVE WS-OLD-ZIP TO WS-FMT-ZIP
           PERFORM 0280-FORMAT-CITY-LINE
           MOVE WS-FMT-LINE TO WS-ENTRY-OLD-2
           MOVE WS-NEW-ADDRESS TO WS-ENTRY-NEW-1
           MOVE WS-NEW-CITY TO WS-FMT-CITY
           MOVE WS-NEW-STATE TO WS-FMT-STATE
           MOVE WS-NEW-ZIP TO WS-FMT-ZIP
           PERFORM 0280-FORMAT-CITY-LINE
           MOVE WS-FMT-LINE TO WS-ENTRY-NEW-2.

      *    "CITY, ST ZIP" - THE CITY IS CUT AT THE FIRST DOUBLE SPACE
      *    SO A TWO-WORD CITY STAYS WHOLE.
       0280-FORMAT-CITY-LINE.
           MOVE SPACES TO WS-FMT-LINE
           IF WS-FMT-CITY NOT = SPACES
              OR WS-FMT-STATE NOT = SPACES
              OR WS-FMT-ZIP NOT = SPACES
                MOVE 1 TO WS-FMT-PTR
                STRING WS-FMT-CITY DELIMITED BY '  '
                       ', ' DELIMITED BY SIZE
                       WS-FMT-STATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-FMT-ZIP DELIMITED BY SPACE
                    INTO WS-FMT-LINE
                    WITH POINTER WS-FMT-PTR
                END-STRING
           END-IF.

       0285-FORMAT-STATUS.
           EVALUATE WS-FMT-STATUS-CODE
                WHEN 'A'
                     MOVE 'A - ACTIVE' TO WS-FMT-STATUS-TEXT
                WHEN 'I'
                     MOVE 'I - INACTIVE' TO WS-FMT-STATUS-TEXT
                WHEN OTHER
                     MOVE WS-FMT-STATUS-CODE TO WS-FMT-STATUS-TEXT
           END-EVALUATE.

       0290-ADD-CHANGE-ENTRY.
           IF WS-CE-COUNT < WS-CE-MAX
                ADD 1 TO WS-CE-COUNT
                MOVE WS-ENTRY-LABEL TO WS-CE-LABEL (WS-CE-COUNT)
                MOVE WS-ENTRY-OLD-1 TO WS-CE-OLD-1 (WS-CE-COUNT)
                MOVE WS-ENTRY-OLD-2 TO WS-CE-OLD-2 (WS-CE-COUNT)
                MOVE WS-ENTRY-NEW-1 TO WS-CE-NEW-1 (WS-CE-COUNT)
                MOVE WS-ENTRY-NEW-2 TO WS-CE-NEW-2 (WS-CE-COUNT)
           ELSE
                ADD 1 TO WS-CE-DROPPED
           END-IF.

      *    THE NOTICE GOES TO THE BILLING ('R') LOCATION, OR TO THE
      *    HEAD OFFICE ('H') WHEN THERE IS NO BILLING ADDRESS THAT CAN
      *    BE MAILED TO. WITH NEITHER, THE COMPANY IS SKIPPED AND
      *    LISTED SO THE CHANGE CAN BE CONFIRMED BY OTHER MEANS.
       0300-ISSUE-NOTICE.
           IF WS-CE-COUNT > ZERO
                ADD 1 TO WS-COUNT-COMPANIES
                MOVE SPACES TO WS-CONTROL-LINE
                MOVE WS-CURRENT-ID TO CL-COMPANY-ID
                MOVE WS-CE-COUNT TO CL-CHANGES
                PERFORM 0310-FIND-MAILING-ADDRESS
                IF WS-RETURN-CODE NOT = 12
                     IF WS-MAIL-FOUND
                          PERFORM 0400-WRITE-NOTICE
                          ADD 1 TO WS-COUNT-NOTICES
                          ADD WS-CE-COUNT TO WS-COUNT-CHANGES
                          MOVE 'NOTICE' TO CL-DISPOSITION
                          IF WS-MAIL-TYPE = 'R'
                               MOVE 'BILLING' TO CL-MAILED-TO
                          ELSE
                               MOVE 'HEAD OFFICE' TO CL-MAILED-TO
                          END-IF
                          MOVE WS-FMT-LINE TO CL-DETAIL
                     ELSE
                          ADD 1 TO WS-COUNT-SKIPPED
                          IF WS-RETURN-CODE < 4
                               MOVE 4 TO WS-RETURN-CODE
                          END-IF
                          MOVE 'SKIPPED' TO CL-DISPOSITION
                          MOVE WS-SKIP-REASON TO CL-DETAIL
                     END-IF
                     MOVE WS-CONTROL-LINE TO CONTROL-REPORT-LINE
                     PERFORM 0990-WRITE-REPORT-LINE
                END-IF
                IF WS-CE-DROPPED > ZERO
                     DISPLAY 'COMPANY ' WS-CURRENT-ID ' HAD '
                         WS-CE-DROPPED ' CHANGES BEYOND THE '
                         WS-CE-MAX ' A NOTICE CAN LIST'
                     IF WS-RETURN-CODE < 4
                          MOVE 4 TO WS-RETURN-CODE
                     END-IF
                END-IF
           END-IF.

       0310-FIND-MAILING-ADDRESS.
           MOVE 'N' TO WS-MAIL-FOUND-SW
           MOVE SPACES TO WS-SKIP-REASON
           MOVE WS-CURRENT-ID TO WS-ID
           EXEC SQL
               SELECT NAME
                 INTO :WS-NAME
                 FROM COMPANY
                WHERE ID = :WS-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     MOVE 'R' TO WS-MAIL-TYPE
                     PERFORM 0320-TRY-LOCATION
                     IF NOT WS-MAIL-FOUND AND WS-RETURN-CODE NOT = 12
                          MOVE 'H' TO WS-MAIL-TYPE
                          PERFORM 0320-TRY-LOCATION
                     END-IF
                     IF NOT WS-MAIL-FOUND
                          MOVE WS-NO-ADDRESS-REASON TO WS-SKIP-REASON
                     END-IF
                WHEN 100
                     MOVE 'COMPANY NO LONGER ON FILE'
                         TO WS-SKIP-REASON
                WHEN OTHER
                     DISPLAY 'ERROR READING COMPANY ' WS-ID
                         ' - SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      *    A LOCATION CAN BE MAILED TO ONLY WITH A STREET, CITY, STATE
      *    AND ZIP.
       0320-TRY-LOCATION.
           MOVE WS-ID TO WS-LOC-COMPANY-ID
           MOVE WS-MAIL-TYPE TO WS-LOC-TYPE
           EXEC SQL
               SELECT ADDRESS, CITY, STATE, ZIP
                 INTO :WS-LOC-ADDRESS, :WS-LOC-CITY, :WS-LOC-STATE,
                      :WS-LOC-ZIP
                 FROM "COMPANY-LOCATION"
                WHERE "COMPANY-ID" = :WS-LOC-COMPANY-ID
                  AND "LOC-TYPE" = :WS-LOC-TYPE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     IF WS-LOC-ADDRESS NOT = SPACES
                        AND WS-LOC-CITY NOT = SPACES
                        AND WS-LOC-STATE NOT = SPACES
                        AND WS-LOC-ZIP NOT = SPACES
                          SET WS-MAIL-FOUND TO TRUE
                          MOVE WS-LOC-CITY TO WS-FMT-CITY
                          MOVE WS-LOC-STATE TO WS-FMT-STATE
                          MOVE WS-LOC-ZIP TO WS-FMT-ZIP
                          PERFORM 0280-FORMAT-CITY-LINE
                     END-IF
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'ERROR READING LOCATION ' WS-LOC-TYPE
                         ' OF COMPANY ' WS-LOC-COMPANY-ID
                         ' - SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

       0400-WRITE-NOTICE.
           MOVE WS-NAME TO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING PAGE
           PERFORM 0495-CHECK-NOTICE-WRITE
           MOVE WS-LOC-ADDRESS TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           MOVE WS-FMT-LINE TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           MOVE WS-CURRENT-ID TO NRL-COMPANY-ID
           MOVE WS-BUSINESS-DATE TO NRL-DATE
           MOVE WS-NOTICE-REF-LINE TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           MOVE WS-NOTICE-SUBJECT TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           MOVE WS-BUSINESS-DATE TO NT1-DATE
           MOVE WS-NOTICE-TEXT-1 TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           MOVE WS-NOTICE-TEXT-2 TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           PERFORM VARYING WS-CE-IX FROM 1 BY 1
               UNTIL WS-CE-IX > WS-CE-COUNT
                PERFORM 0410-WRITE-NOTICE-CHANGE
           END-PERFORM.

       0410-WRITE-NOTICE-CHANGE.
           MOVE SPACES TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           MOVE WS-CE-LABEL (WS-CE-IX) TO NLL-LABEL
           MOVE WS-NOTICE-LABEL-LINE TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           MOVE 'WAS : ' TO NVL-CAPTION
           MOVE WS-CE-OLD-1 (WS-CE-IX) TO NVL-VALUE
           MOVE WS-NOTICE-VALUE-LINE TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           IF WS-CE-OLD-2 (WS-CE-IX) NOT = SPACES
                MOVE SPACES TO NVL-CAPTION
                MOVE WS-CE-OLD-2 (WS-CE-IX) TO NVL-VALUE
                MOVE WS-NOTICE-VALUE-LINE TO NOTICE-LINE
                PERFORM 0490-WRITE-NOTICE-LINE
           END-IF
           MOVE 'NOW : ' TO NVL-CAPTION
           MOVE WS-CE-NEW-1 (WS-CE-IX) TO NVL-VALUE
           MOVE WS-NOTICE-VALUE-LINE TO NOTICE-LINE
           PERFORM 0490-WRITE-NOTICE-LINE
           IF WS-CE-NEW-2 (WS-CE-IX) NOT = SPACES
                MOVE SPACES TO NVL-CAPTION
                MOVE WS-CE-NEW-2 (WS-CE-IX) TO NVL-VALUE
                MOVE WS-NOTICE-VALUE-LINE TO NOTICE-LINE
                PERFORM 0490-WRITE-NOTICE-LINE
           END-IF.

       0490-WRITE-NOTICE-LINE.
           WRITE NOTICE-LINE AFTER ADVANCING 1 LINE
           PERFORM 0495-CHECK-NOTICE-WRITE.

       0495-CHECK-NOTICE-WRITE.
           IF WS-NOTICE-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING NOTICE FILE - STATUS '
                    WS-NOTICE-STATUS
                MOVE 12 TO WS-RETURN-CODE
                SET WS-END-OF-CURSOR TO TRUE
           END-IF.

       0800-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           IF WS-RETURN-CODE = 12
                MOVE 'NOTICE RUN FAILED - SEE JOB LOG'
                    TO CONTROL-REPORT-LINE
                PERFORM 0990-WRITE-REPORT-LINE
           END-IF
           MOVE 'COMPANIES WITH CHANGES' TO SL-LABEL
           MOVE WS-COUNT-COMPANIES TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'NOTICES GENERATED' TO SL-LABEL
           MOVE WS-COUNT-NOTICES TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'CHANGES CONFIRMED' TO SL-LABEL
           MOVE WS-COUNT-CHANGES TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'SKIPPED - NO MAILING ADDRESS' TO SL-LABEL
           MOVE WS-COUNT-SKIPPED TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE.

       0810-PRINT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO CONTROL-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE.

       0990-WRITE-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING NOTICE CONTROL LISTING - STATUS '
                    WS-REPORT-STATUS
                IF WS-RETURN-CODE < 4
                     MOVE 4 TO WS-RETURN-CODE
                END-IF
           END-IF.
