       $SET SQL(DBMAN=ODBC)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM24.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBCONN-FILE ASSIGN TO "DBCONN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBCONN-STATUS.
           SELECT INTAKE-PARM-FILE ASSIGN TO "PARTINPM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARTNER-IN-FILE ASSIGN TO "PARTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT PARTNER-TRANS-FILE ASSIGN TO "PARTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT INTAKE-REPORT-FILE ASSIGN TO "PARTRPT"
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
       FD  INTAKE-PARM-FILE
           RECORDING MODE IS F.
       01  INTAKE-PARM-RECORD.
           05  IPM-MAKER-ID                PIC X(8).
       FD  PARTNER-IN-FILE
           RECORDING MODE IS F.
       01  PARTNER-IN-LINE                 PIC X(200).
       FD  PARTNER-TRANS-FILE
           RECORDING MODE IS F.
       01  COMPANY-TRANS-RECORD.
           05  TRAN-ACTION                 PIC X(1).
           COPY COMPANY
               REPLACING ==WS-ID==      BY ==TRAN-ID==
                         ==WS-NAME==    BY ==TRAN-NAME==
                         ==WS-ADDRESS== BY ==TRAN-ADDRESS==
                         ==WS-CITY==    BY ==TRAN-CITY==
                         ==WS-STATE==   BY ==TRAN-STATE==
                         ==WS-ZIP==     BY ==TRAN-ZIP==
                         ==WS-PHONE==   BY ==TRAN-PHONE==
                         ==WS-STATUS==  BY ==TRAN-STATUS==.
           05  TRAN-RECYCLE-COUNT          PIC 9(2).
           05  TRAN-EFF-DATE               PIC X(8).
           05  TRAN-MAKER-ID               PIC X(8).
           05  TRAN-CHECKER-ID             PIC X(8).
       01  LOCATION-TRANS-RECORD.
           05  LTRAN-ACTION                PIC X(1).
           COPY COMPLOC
               REPLACING ==WS-LOC-COMPANY-ID== BY ==LTRAN-COMPANY-ID==
                         ==WS-LOC-TYPE==       BY ==LTRAN-LOC-TYPE==
                         ==WS-LOC-ADDRESS==    BY ==LTRAN-ADDRESS==
                         ==WS-LOC-CITY==       BY ==LTRAN-CITY==
                         ==WS-LOC-STATE==      BY ==LTRAN-STATE==
                         ==WS-LOC-ZIP==        BY ==LTRAN-ZIP==
                         ==WS-LOC-PHONE==      BY ==LTRAN-PHONE==.
           05  FILLER                      PIC X(40).
           05  LTRAN-RECYCLE-COUNT         PIC 9(2).
           05  LTRAN-EFF-DATE              PIC X(8).
           05  LTRAN-MAKER-ID              PIC X(8).
           05  LTRAN-CHECKER-ID            PIC X(8).
       FD  INTAKE-REPORT-FILE
           RECORDING MODE IS F.
       01  INTAKE-REPORT-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-COMPANY-RECORD.
           COPY COMPANY.
       01  WS-LOCATION-RECORD.
           COPY COMPLOC.
       01  WS-PARTNER-COMPANY.
           COPY COMPANY
               REPLACING ==WS-ID==      BY ==PART-ID==
                         ==WS-NAME==    BY ==PART-NAME==
                         ==WS-ADDRESS== BY ==PART-ADDRESS==
                         ==WS-CITY==    BY ==PART-CITY==
                         ==WS-STATE==   BY ==PART-STATE==
                         ==WS-ZIP==     BY ==PART-ZIP==
                         ==WS-PHONE==   BY ==PART-PHONE==
                         ==WS-STATUS==  BY ==PART-STATUS==.
       01  WS-PARTNER-LOCATION.
           COPY COMPLOC
               REPLACING ==WS-LOC-COMPANY-ID== BY ==PLOC-COMPANY-ID==
                         ==WS-LOC-TYPE==       BY ==PLOC-TYPE==
                         ==WS-LOC-ADDRESS==    BY ==PLOC-ADDRESS==
                         ==WS-LOC-CITY==       BY ==PLOC-CITY==
                         ==WS-LOC-STATE==      BY ==PLOC-STATE==
                         ==WS-LOC-ZIP==        BY ==PLOC-ZIP==
                         ==WS-LOC-PHONE==      BY ==PLOC-PHONE==.
       01  WS-DB-CONNECTION.
           COPY DBCONN.
       01  WS-DBCONN-STATUS          PIC X(2).
       01  WS-PARM-STATUS            PIC X(2).
       01  WS-PARTNER-STATUS         PIC X(2).
       01  WS-TRANS-STATUS           PIC X(2).
       01  WS-REPORT-STATUS          PIC X(2).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-RUN-DATE               PIC X(8).
       01  WS-MAKER-ID               PIC X(8) VALUE SPACES.
       01  WS-END-OF-PARTNER-SW      PIC X(1) VALUE 'N'.
           88  WS-END-OF-PARTNER             VALUE 'Y'.
       01  WS-TRANS-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-TRANS-OPEN                 VALUE 'Y'.
      *    PROGRAM13 WRITES THIS LINE FIRST WHEN ASKED FOR A HEADER.
       01  WS-PARTNER-HEADER-TEXT    PIC X(48) VALUE
               'TYPE|ID|NAME|ADDRESS|CITY|STATE|ZIP|PHONE|STATUS'.
       01  WS-LINE-NUMBER            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LINE-LENGTH            PIC S9(4) COMP.
       01  WS-SCAN-IX                PIC S9(4) COMP.
       01  WS-DELIMITER-COUNT        PIC S9(4) COMP.
       01  WS-FIELD-COUNT            PIC S9(4) COMP.
       01  WS-PARSED-FIELDS.
           05  WS-PF                 OCCURS 10 TIMES.
               10  WS-PF-TEXT        PIC X(60).
               10  WS-PF-LEN         PIC S9(4) COMP.
       01  WS-PF-IX                  PIC S9(4) COMP.
       01  WS-NUMBER-TEXT            PIC X(60).
       01  WS-NUMBER-LEN             PIC S9(4) COMP.
       01  WS-NUMBER-VALUE           PIC 9(9).
       01  WS-NUMBER-OK-SW           PIC X(1).
           88  WS-NUMBER-OK                  VALUE 'Y'.
       01  WS-LINE-OK-SW             PIC X(1).
           88  WS-LINE-OK                    VALUE 'Y'.
       01  WS-PARSE-REASON           PIC X(40).
       01  WS-HAS-HEADER-SW          PIC X(1) VALUE 'N'.
           88  WS-HAS-HEADER                 VALUE 'Y'.
       01  WS-HAS-TRAILER-SW         PIC X(1) VALUE 'N'.
           88  WS-HAS-TRAILER                VALUE 'Y'.
       01  WS-LINES-AFTER-TRAILER    PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TRAILER-COMPANIES      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TRAILER-LOCATIONS      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COMPANY-LINES          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LOCATION-LINES         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-DATA-LINES             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-UNCHANGED        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-CHANGED          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-NEW              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-COUNT-UNPARSED         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TRANS-WRITTEN          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-DIFF-COUNT             PIC S9(4) COMP.
       01  WS-DIFF-LIST              PIC X(60).
       01  WS-DIFF-PTR               PIC S9(4) COMP.
       01  WS-DIFF-NAME              PIC X(8).
       01  WS-REPORT-HEADING-1.
           05  FILLER                PIC X(37)
               VALUE 'PARTNER UPDATE INTAKE REPORT         '.
           05  FILLER                PIC X(11) VALUE 'RUN DATE : '.
           05  RH1-RUN-DATE          PIC X(8).
           05  FILLER                PIC X(76) VALUE SPACES.
       01  WS-REPORT-HEADING-2.
           05  FILLER                PIC X(12) VALUE '     LINE   '.
           05  FILLER                PIC X(3)  VALUE 'T  '.
           05  FILLER                PIC X(11) VALUE 'ID'.
           05  FILLER                PIC X(4)  VALUE 'L'.
           05  FILLER                PIC X(13) VALUE 'DISPOSITION  '.
           05  FILLER                PIC X(89) VALUE 'DETAIL'.
       01  WS-DETAIL-LINE.
           05  DL-LINE-NUMBER        PIC ZZZZZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  DL-TYPE               PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-ID                 PIC X(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-LOC-TYPE           PIC X(1).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  DL-DISPOSITION        PIC X(11).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-DETAIL             PIC X(60).
           05  FILLER                PIC X(29) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  SL-LABEL              PIC X(30).
           05  SL-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(93) VALUE SPACES.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-READ-DB-PARAMETERS.
           IF WS-RETURN-CODE = 0
                PERFORM 0150-READ-INTAKE-PARM
           END-IF.
           IF WS-RETURN-CODE = 0
                OPEN OUTPUT INTAKE-REPORT-FILE
                IF WS-REPORT-STATUS NOT = '00'
                     DISPLAY 'UNABLE TO OPEN INTAKE REPORT - STATUS '
                         WS-REPORT-STATUS
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
           END-IF.
           IF WS-RETURN-CODE = 0
                OPEN OUTPUT PARTNER-TRANS-FILE
                IF WS-TRANS-STATUS = '00'
                     SET WS-TRANS-OPEN TO TRUE
                ELSE
                     DISPLAY 'UNABLE TO OPEN PARTNER TRANSACTION FILE '
                         '- STATUS ' WS-TRANS-STATUS
                     MOVE 12 TO WS-RETURN-CODE
                END-IF
                PERFORM 0200-CHECK-PARTNER-FILE
                IF WS-RETURN-CODE = 0
                     EXEC SQL
                         CONNECT TO :WS-DB-INSTANCE
                             USER :WS-DB-USERID
                             USING :WS-DB-PASSWORD
                     END-EXEC
                     IF SQLCODE = 0
                          DISPLAY 'CONNECTION SUCCESSFUL'
                          PERFORM 0300-PROCESS-PARTNER-FILE
                          EXEC SQL COMMIT END-EXEC
                     ELSE
                          DISPLAY 'CONNECTION FAILED'
                          MOVE 12 TO WS-RETURN-CODE
                     END-IF
                END-IF
                IF WS-TRANS-OPEN
                     CLOSE PARTNER-TRANS-FILE
                END-IF
                PERFORM 0800-PRINT-INTAKE-TOTALS
                CLOSE INTAKE-REPORT-FILE
           END-IF.
           DISPLAY 'PARTNER LINES READ      : ' WS-DATA-LINES.
           DISPLAY 'UNCHANGED               : ' WS-COUNT-UNCHANGED.
           DISPLAY 'CHANGED                 : ' WS-COUNT-CHANGED.
           DISPLAY 'NEW                     : ' WS-COUNT-NEW.
           DISPLAY 'COULD NOT BE PARSED     : ' WS-COUNT-UNPARSED.
           DISPLAY 'TRANSACTIONS WRITTEN    : ' WS-TRANS-WRITTEN.
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

      *    THE GENERATED TRANSACTIONS ARE KEYED UNDER THE OPERATOR ID
      *    GIVEN HERE, SO PROGRAM4 CHECKS ITS AUTHORITY AND HOLDS ANY
      *    STATUS CHANGE FOR A SECOND OPERATOR LIKE ANY OTHER WORK.
       0150-READ-INTAKE-PARM.
           OPEN INPUT INTAKE-PARM-FILE
           IF WS-PARM-STATUS = '00'
                READ INTAKE-PARM-FILE
                    AT END
                         CONTINUE
                END-READ
                IF WS-PARM-STATUS = '00'
                     MOVE IPM-MAKER-ID TO WS-MAKER-ID
                END-IF
                CLOSE INTAKE-PARM-FILE
           END-IF
           IF WS-MAKER-ID = SPACES
                DISPLAY 'PARTNER INTAKE NEEDS A MAKER ID IN PARTINPM'
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *    FIRST PASS - THE FILE MUST START WITH THE PARTEXT COLUMN
      *    HEADER AND END WITH A T|COMPANIES|LOCATIONS COUNT LINE THAT
      *    AGREES WITH THE LINES IN BETWEEN. A SHORT OR DAMAGED FILE
      *    GENERATES NOTHING.
       0200-CHECK-PARTNER-FILE.
           OPEN INPUT PARTNER-IN-FILE
           IF WS-PARTNER-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN PARTNER INPUT FILE - STATUS '
                    WS-PARTNER-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                PERFORM 0290-READ-PARTNER-LINE
                IF NOT WS-END-OF-PARTNER
                   AND PARTNER-IN-LINE = WS-PARTNER-HEADER-TEXT
                     SET WS-HAS-HEADER TO TRUE
                     PERFORM 0290-READ-PARTNER-LINE
                END-IF
                PERFORM UNTIL WS-END-OF-PARTNER
                     PERFORM 0210-COUNT-PARTNER-LINE
                     PERFORM 0290-READ-PARTNER-LINE
                END-PERFORM
                CLOSE PARTNER-IN-FILE
                PERFORM 0230-VERIFY-PARTNER-COUNTS
           END-IF.

       0210-COUNT-PARTNER-LINE.
           IF WS-HAS-TRAILER
                ADD 1 TO WS-LINES-AFTER-TRAILER
           END-IF
           EVALUATE PARTNER-IN-LINE (1:2)
                WHEN 'C|'
                     ADD 1 TO WS-COMPANY-LINES
                WHEN 'L|'
                     ADD 1 TO WS-LOCATION-LINES
                WHEN 'T|'
                     IF NOT WS-HAS-TRAILER
                          SET WS-HAS-TRAILER TO TRUE
                          PERFORM 0220-READ-TRAILER-COUNTS
                     END-IF
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.

       0220-READ-TRAILER-COUNTS.
           PERFORM 0400-SPLIT-LINE
           MOVE 'N' TO WS-LINE-OK-SW
           IF WS-FIELD-COUNT = 3
                MOVE 2 TO WS-PF-IX
                PERFORM 0410-PARSE-NUMBER
                IF WS-NUMBER-OK
                     MOVE WS-NUMBER-VALUE TO WS-TRAILER-COMPANIES
                     MOVE 3 TO WS-PF-IX
                     PERFORM 0410-PARSE-NUMBER
                     IF WS-NUMBER-OK
                          MOVE WS-NUMBER-VALUE TO WS-TRAILER-LOCATIONS
                          SET WS-LINE-OK TO TRUE
                     END-IF
                END-IF
           END-IF
           IF NOT WS-LINE-OK
                DISPLAY 'PARTNER COUNT LINE IS NOT T|COMPANIES|'
                    'LOCATIONS'
                MOVE 12 TO WS-RETURN-CODE
           END-IF.

       0230-VERIFY-PARTNER-COUNTS.
           EVALUATE TRUE
                WHEN WS-RETURN-CODE = 12
                     CONTINUE
                WHEN NOT WS-HAS-HEADER
                     DISPLAY 'PARTNER FILE DOES NOT START WITH THE '
                         'PARTEXT COLUMN HEADER'
                     MOVE 12 TO WS-RETURN-CODE
                WHEN NOT WS-HAS-TRAILER
                     DISPLAY 'PARTNER FILE HAS NO COUNT LINE - FILE IS '
                         'INCOMPLETE'
                     MOVE 12 TO WS-RETURN-CODE
                WHEN WS-LINES-AFTER-TRAILER > ZERO
                     DISPLAY 'PARTNER FILE HAS ' WS-LINES-AFTER-TRAILER
                         ' LINES AFTER ITS COUNT LINE'
                     MOVE 12 TO WS-RETURN-CODE
                WHEN WS-COMPANY-LINES NOT = WS-TRAILER-COMPANIES
                  OR WS-LOCATION-LINES NOT = WS-TRAILER-LOCATIONS
                     DISPLAY 'PARTNER FILE COUNTS DO NOT AGREE - '
                         'COMPANIES ' WS-COMPANY-LINES ' EXPECTED '
                         WS-TRAILER-COMPANIES
                     DISPLAY '    LOCATIONS ' WS-LOCATION-LINES
                         ' EXPECTED ' WS-TRAILER-LOCATIONS
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE ZERO TO WS-LINE-NUMBER
           MOVE 'N' TO WS-END-OF-PARTNER-SW.

       0290-READ-PARTNER-LINE.
           READ PARTNER-IN-FILE
               AT END
                    SET WS-END-OF-PARTNER TO TRUE
           END-READ
           IF NOT WS-END-OF-PARTNER
                ADD 1 TO WS-LINE-NUMBER
           END-IF.

      *    SECOND PASS - EVERY COMPANY AND LOCATION LINE IS MATCHED
      *    TO THE TABLES AND GIVEN EXACTLY ONE DISPOSITION.
       0300-PROCESS-PARTNER-FILE.
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO INTAKE-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE SPACES TO INTAKE-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           MOVE WS-REPORT-HEADING-2 TO INTAKE-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           OPEN INPUT PARTNER-IN-FILE
           IF WS-PARTNER-STATUS NOT = '00'
                DISPLAY 'UNABLE TO REOPEN PARTNER INPUT FILE - STATUS '
                    WS-PARTNER-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                PERFORM 0290-READ-PARTNER-LINE
                PERFORM 0290-READ-PARTNER-LINE
                PERFORM UNTIL WS-END-OF-PARTNER
                     IF PARTNER-IN-LINE (1:2) = 'T|'
                          SET WS-END-OF-PARTNER TO TRUE
                     ELSE
                          ADD 1 TO WS-DATA-LINES
                          PERFORM 0310-PROCESS-PARTNER-LINE
                          PERFORM 0290-READ-PARTNER-LINE
                     END-IF
                END-PERFORM
                CLOSE PARTNER-IN-FILE
           END-IF.

       0310-PROCESS-PARTNER-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-LINE-NUMBER TO DL-LINE-NUMBER
           MOVE PARTNER-IN-LINE (1:1) TO DL-TYPE
           PERFORM 0400-SPLIT-LINE
           EVALUATE PARTNER-IN-LINE (1:2)
                WHEN 'C|'
                     PERFORM 0420-PARSE-COMPANY-LINE
                     IF WS-LINE-OK
                          PERFORM 0500-MATCH-COMPANY
                     END-IF
                WHEN 'L|'
                     PERFORM 0430-PARSE-LOCATION-LINE
                     IF WS-LINE-OK
                          PERFORM 0600-MATCH-LOCATION
                     END-IF
                WHEN OTHER
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'LINE TYPE IS NOT C OR L' TO WS-PARSE-REASON
           END-EVALUATE
           IF NOT WS-LINE-OK
                ADD 1 TO WS-COUNT-UNPARSED
                IF WS-RETURN-CODE < 4
                     MOVE 4 TO WS-RETURN-CODE
                END-IF
                MOVE 'UNPARSEABLE' TO DL-DISPOSITION
                MOVE WS-PARSE-REASON TO DL-DETAIL
                PERFORM 0390-PRINT-DETAIL-LINE
           END-IF.

       0390-PRINT-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO INTAKE-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE.

      *    SPLITS THE LINE AT EACH '|'. THE FIXED-LENGTH RECORD IS
      *    TRIMMED FIRST SO TRAILING PADDING IS NOT TAKEN AS DATA.
       0400-SPLIT-LINE.
           MOVE ZERO TO WS-LINE-LENGTH
           PERFORM VARYING WS-SCAN-IX FROM 200 BY -1
               UNTIL WS-SCAN-IX < 1 OR WS-LINE-LENGTH > 0
                IF PARTNER-IN-LINE (WS-SCAN-IX:1) NOT = SPACE
                     MOVE WS-SCAN-IX TO WS-LINE-LENGTH
                END-IF
           END-PERFORM
           PERFORM VARYING WS-PF-IX FROM 1 BY 1 UNTIL WS-PF-IX > 10
                MOVE SPACES TO WS-PF-TEXT (WS-PF-IX)
                MOVE ZERO TO WS-PF-LEN (WS-PF-IX)
           END-PERFORM
           MOVE ZERO TO WS-DELIMITER-COUNT
           MOVE ZERO TO WS-FIELD-COUNT
           IF WS-LINE-LENGTH > 0
                INSPECT PARTNER-IN-LINE (1:WS-LINE-LENGTH)
                    TALLYING WS-DELIMITER-COUNT FOR ALL '|'
                COMPUTE WS-FIELD-COUNT = WS-DELIMITER-COUNT + 1
                UNSTRING PARTNER-IN-LINE (1:WS-LINE-LENGTH)
                    DELIMITED BY '|'
                    INTO WS-PF-TEXT (1)  COUNT IN WS-PF-LEN (1)
                         WS-PF-TEXT (2)  COUNT IN WS-PF-LEN (2)
                         WS-PF-TEXT (3)  COUNT IN WS-PF-LEN (3)
                         WS-PF-TEXT (4)  COUNT IN WS-PF-LEN (4)
                         WS-PF-TEXT (5)  COUNT IN WS-PF-LEN (5)
                         WS-PF-TEXT (6)  COUNT IN WS-PF-LEN (6)
                         WS-PF-TEXT (7)  COUNT IN WS-PF-LEN (7)
                         WS-PF-TEXT (8)  COUNT IN WS-PF-LEN (8)
                         WS-PF-TEXT (9)  COUNT IN WS-PF-LEN (9)
                         WS-PF-TEXT (10) COUNT IN WS-PF-LEN (10)
                    ON OVERFLOW
                         CONTINUE
                END-UNSTRING
           END-IF.

      *    WS-PF-IX NAMES THE FIELD. ONE TO NINE DIGITS, NOT ZERO.
       0410-PARSE-NUMBER.
           MOVE 'N' TO WS-NUMBER-OK-SW
           MOVE WS-PF-TEXT (WS-PF-IX) TO WS-NUMBER-TEXT
           MOVE WS-PF-LEN (WS-PF-IX) TO WS-NUMBER-LEN
           IF WS-NUMBER-LEN > 0 AND WS-NUMBER-LEN < 10
                IF WS-NUMBER-TEXT (1:WS-NUMBER-LEN) IS NUMERIC
                     MOVE WS-NUMBER-TEXT (1:WS-NUMBER-LEN)
                         TO WS-NUMBER-VALUE
                     SET WS-NUMBER-OK TO TRUE
                END-IF
           END-IF.

       0420-PARSE-COMPANY-LINE.
           SET WS-LINE-OK TO TRUE
           EVALUATE TRUE
                WHEN WS-FIELD-COUNT NOT = 9
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'COMPANY LINE DOES NOT HAVE 9 FIELDS'
                         TO WS-PARSE-REASON
                WHEN WS-PF-LEN (3) > 40
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'NAME IS LONGER THAN 40' TO WS-PARSE-REASON
                WHEN WS-PF-LEN (4) > 50
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'ADDRESS IS LONGER THAN 50'
                         TO WS-PARSE-REASON
                WHEN WS-PF-LEN (5) > 30
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'CITY IS LONGER THAN 30' TO WS-PARSE-REASON
                WHEN WS-PF-LEN (6) > 2
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'STATE IS LONGER THAN 2' TO WS-PARSE-REASON
                WHEN WS-PF-LEN (7) > 10
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'ZIP IS LONGER THAN 10' TO WS-PARSE-REASON
                WHEN WS-PF-LEN (8) > 15
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'PHONE IS LONGER THAN 15' TO WS-PARSE-REASON
                WHEN WS-PF-LEN (9) > 1
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'STATUS IS LONGER THAN 1' TO WS-PARSE-REASON
           END-EVALUATE
           IF WS-LINE-OK
                MOVE 2 TO WS-PF-IX
                PERFORM 0410-PARSE-NUMBER
                IF WS-NUMBER-OK AND WS-NUMBER-VALUE > ZERO
                     MOVE WS-NUMBER-VALUE TO PART-ID
                     MOVE WS-PF-TEXT (3) TO PART-NAME
                     MOVE WS-PF-TEXT (4) TO PART-ADDRESS
                     MOVE WS-PF-TEXT (5) TO PART-CITY
                     MOVE WS-PF-TEXT (6) TO PART-STATE
                     MOVE WS-PF-TEXT (7) TO PART-ZIP
                     MOVE WS-PF-TEXT (8) TO PART-PHONE
                     MOVE WS-PF-TEXT (9) TO PART-STATUS
                     MOVE WS-PF-TEXT (2) TO DL-ID
                ELSE
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'COMPANY ID IS NOT A NUMBER'
                         TO WS-PARSE-REASON
                END-IF
           END-IF.

       0430-PARSE-LOCATION-LINE.
           SET WS-LINE-OK TO TRUE
           EVALUATE TRUE
                WHEN WS-FIELD-COUNT NOT = 8
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'LOCATION LINE DOES NOT HAVE 8 FIELDS'
                         TO WS-PARSE-REASON
                WHEN WS-PF-LEN (3) NOT = 1
                  OR (WS-PF-TEXT (3) NOT = 'H'
                      AND WS-PF-TEXT (3) NOT = 'B'
                      AND WS-PF-TEXT (3) NOT = 'R'
                      AND WS-PF-TEXT (3) NOT = 'S')
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'LOCATION TYPE IS NOT H, B, R OR S'
                         TO WS-PARSE-REASON
                WHEN WS-PF-LEN (4) > 50
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'ADDRESS IS LONGER THAN 50'
                         TO WS-PARSE-REASON
                WHEN WS-PF-LEN (5) > 30
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'CITY IS LONGER THAN 30' TO WS-PARSE-REASON
                WHEN WS-PF-LEN (6) > 2
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'STATE IS LONGER THAN 2' TO WS-PARSE-REASON
                WHEN WS-PF-LEN (7) > 10
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'ZIP IS LONGER THAN 10' TO WS-PARSE-REASON
                WHEN WS-PF-LEN (8) > 15
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'PHONE IS LONGER THAN 15' TO WS-PARSE-REASON
           END-EVALUATE
           IF WS-LINE-OK
                MOVE 2 TO WS-PF-IX
                PERFORM 0410-PARSE-NUMBER
                IF WS-NUMBER-OK AND WS-NUMBER-VALUE > ZERO
                     MOVE WS-NUMBER-VALUE TO PLOC-COMPANY-ID
                     MOVE WS-PF-TEXT (3) TO PLOC-TYPE
                     MOVE WS-PF-TEXT (4) TO PLOC-ADDRESS
                     MOVE WS-PF-TEXT (5) TO PLOC-CITY
                     MOVE WS-PF-TEXT (6) TO PLOC-STATE
                     MOVE WS-PF-TEXT (7) TO PLOC-ZIP
                     MOVE WS-PF-TEXT (8) TO PLOC-PHONE
                     MOVE WS-PF-TEXT (2) TO DL-ID
                     MOVE PLOC-TYPE TO DL-LOC-TYPE
                ELSE
                     MOVE 'N' TO WS-LINE-OK-SW
                     MOVE 'COMPANY ID IS NOT A NUMBER'
                         TO WS-PARSE-REASON
                END-IF
           END-IF.

      *    A FIELD THE PARTNER LEFT EMPTY IS TAKEN AS "NOT SUPPLIED"
      *    AND NEVER BLANKS OUR VALUE. THE UPDATE CARRIES OUR IMAGE
      *    WITH ONLY THE DIFFERING FIELDS REPLACED, SINCE PROGRAM3
      *    APPLIES THE WHOLE IMAGE.
       0500-MATCH-COMPANY.
           MOVE PART-ID TO WS-ID
           EXEC SQL
               SELECT NAME, ADDRESS, CITY, STATE, ZIP, PHONE, STATUS
                 INTO :WS-NAME, :WS-ADDRESS, :WS-CITY, :WS-STATE,
                      :WS-ZIP, :WS-PHONE, :WS-STATUS
                 FROM COMPANY
                WHERE ID = :WS-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     PERFORM 0510-COMPARE-COMPANY
                WHEN 100
                     MOVE WS-PARTNER-COMPANY TO WS-COMPANY-RECORD
                     MOVE 'I' TO TRAN-ACTION
                     PERFORM 0520-WRITE-COMPANY-TRAN
                     ADD 1 TO WS-COUNT-NEW
                     MOVE 'NEW' TO DL-DISPOSITION
                     MOVE 'INSERT (I) GENERATED' TO DL-DETAIL
                     PERFORM 0390-PRINT-DETAIL-LINE
                WHEN OTHER
                     DISPLAY 'ERROR READING COMPANY ' WS-ID
                         ' - SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-PARTNER TO TRUE
           END-EVALUATE.

       0510-COMPARE-COMPANY.
           MOVE ZERO TO WS-DIFF-COUNT
           MOVE SPACES TO WS-DIFF-LIST
           MOVE 1 TO WS-DIFF-PTR
           IF PART-NAME NOT = SPACES AND PART-NAME NOT = WS-NAME
                MOVE PART-NAME TO WS-NAME
                MOVE 'NAME' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF PART-ADDRESS NOT = SPACES
              AND PART-ADDRESS NOT = WS-ADDRESS
                MOVE PART-ADDRESS TO WS-ADDRESS
                MOVE 'ADDRESS' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF PART-CITY NOT = SPACES AND PART-CITY NOT = WS-CITY
                MOVE PART-CITY TO WS-CITY
                MOVE 'CITY' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF PART-STATE NOT = SPACES AND PART-STATE NOT = WS-STATE
                MOVE PART-STATE TO WS-STATE
                MOVE 'STATE' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF PART-ZIP NOT = SPACES AND PART-ZIP NOT = WS-ZIP
                MOVE PART-ZIP TO WS-ZIP
                MOVE 'ZIP' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF PART-PHONE NOT = SPACES AND PART-PHONE NOT = WS-PHONE
                MOVE PART-PHONE TO WS-PHONE
                MOVE 'PHONE' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF PART-STATUS NOT = SPACES AND PART-STATUS NOT = WS-STATUS
                MOVE PART-STATUS TO WS-STATUS
                MOVE 'STATUS' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF WS-DIFF-COUNT = ZERO
                ADD 1 TO WS-COUNT-UNCHANGED
           ELSE
                MOVE 'U' TO TRAN-ACTION
                PERFORM 0520-WRITE-COMPANY-TRAN
                ADD 1 TO WS-COUNT-CHANGED
                MOVE 'CHANGED' TO DL-DISPOSITION
                MOVE WS-DIFF-LIST TO DL-DETAIL
                PERFORM 0390-PRINT-DETAIL-LINE
           END-IF.

       0520-WRITE-COMPANY-TRAN.
           MOVE WS-ID TO TRAN-ID
           MOVE WS-NAME TO TRAN-NAME
           MOVE WS-ADDRESS TO TRAN-ADDRESS
           MOVE WS-CITY TO TRAN-CITY
           MOVE WS-STATE TO TRAN-STATE
           MOVE WS-ZIP TO TRAN-ZIP
           MOVE WS-PHONE TO TRAN-PHONE
           MOVE WS-STATUS TO TRAN-STATUS
           MOVE ZERO TO TRAN-RECYCLE-COUNT
           MOVE SPACES TO TRAN-EFF-DATE
           MOVE WS-MAKER-ID TO TRAN-MAKER-ID
           MOVE SPACES TO TRAN-CHECKER-ID
           WRITE COMPANY-TRANS-RECORD
           PERFORM 0580-CHECK-TRANS-WRITE.

       0580-CHECK-TRANS-WRITE.
           IF WS-TRANS-STATUS = '00'
                ADD 1 TO WS-TRANS-WRITTEN
           ELSE
                DISPLAY 'ERROR WRITING PARTNER TRANSACTION - STATUS '
                    WS-TRANS-STATUS
                MOVE 12 TO WS-RETURN-CODE
                SET WS-END-OF-PARTNER TO TRUE
           END-IF.

       0590-NOTE-DIFFERENCE.
           ADD 1 TO WS-DIFF-COUNT
           STRING WS-DIFF-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
               INTO WS-DIFF-LIST
               WITH POINTER WS-DIFF-PTR
           END-STRING.

       0600-MATCH-LOCATION.
           MOVE PLOC-COMPANY-ID TO WS-LOC-COMPANY-ID
           MOVE PLOC-TYPE TO WS-LOC-TYPE
           EXEC SQL
               SELECT ADDRESS, CITY, STATE, ZIP, PHONE
                 INTO :WS-LOC-ADDRESS, :WS-LOC-CITY, :WS-LOC-STATE,
                      :WS-LOC-ZIP, :WS-LOC-PHONE
                 FROM "COMPANY-LOCATION"
                WHERE "COMPANY-ID" = :WS-LOC-COMPANY-ID
                  AND "LOC-TYPE" = :WS-LOC-TYPE
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     PERFORM 0610-COMPARE-LOCATION
                WHEN 100
                     MOVE WS-PARTNER-LOCATION TO WS-LOCATION-RECORD
                     MOVE 'A' TO LTRAN-ACTION
                     PERFORM 0620-WRITE-LOCATION-TRAN
                     ADD 1 TO WS-COUNT-NEW
                     MOVE 'NEW' TO DL-DISPOSITION
                     MOVE 'LOCATION ADD (A) GENERATED' TO DL-DETAIL
                     PERFORM 0390-PRINT-DETAIL-LINE
                WHEN OTHER
                     DISPLAY 'ERROR READING LOCATION '
                         WS-LOC-COMPANY-ID ' ' WS-LOC-TYPE
                         ' - SQLCODE ' SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
                     SET WS-END-OF-PARTNER TO TRUE
           END-EVALUATE.

       0610-COMPARE-LOCATION.
           MOVE ZERO TO WS-DIFF-COUNT
           MOVE SPACES TO WS-DIFF-LIST
           MOVE 1 TO WS-DIFF-PTR
           IF PLOC-ADDRESS NOT = SPACES
              AND PLOC-ADDRESS NOT = WS-LOC-ADDRESS
                MOVE PLOC-ADDRESS TO WS-LOC-ADDRESS
                MOVE 'ADDRESS' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF PLOC-CITY NOT = SPACES
              AND PLOC-CITY NOT = WS-LOC-CITY
                MOVE PLOC-CITY TO WS-LOC-CITY
                MOVE 'CITY' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF PLOC-STATE NOT = SPACES
              AND PLOC-STATE NOT = WS-LOC-STATE
                MOVE PLOC-STATE TO WS-LOC-STATE
                MOVE 'STATE' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF PLOC-ZIP NOT = SPACES
              AND PLOC-ZIP NOT = WS-LOC-ZIP
                MOVE PLOC-ZIP TO WS-LOC-ZIP
                MOVE 'ZIP' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF PLOC-PHONE NOT = SPACES
              AND PLOC-PHONE NOT = WS-LOC-PHONE
                MOVE PLOC-PHONE TO WS-LOC-PHONE
                MOVE 'PHONE' TO WS-DIFF-NAME
                PERFORM 0590-NOTE-DIFFERENCE
           END-IF
           IF WS-DIFF-COUNT = ZERO
                ADD 1 TO WS-COUNT-UNCHANGED
           ELSE
                MOVE 'C' TO LTRAN-ACTION
                PERFORM 0620-WRITE-LOCATION-TRAN
                ADD 1 TO WS-COUNT-CHANGED
                MOVE 'CHANGED' TO DL-DISPOSITION
                MOVE WS-DIFF-LIST TO DL-DETAIL
                PERFORM 0390-PRINT-DETAIL-LINE
           END-IF.

       0620-WRITE-LOCATION-TRAN.
           MOVE WS-LOC-COMPANY-ID TO LTRAN-COMPANY-ID
           MOVE WS-LOC-TYPE TO LTRAN-LOC-TYPE
           MOVE WS-LOC-ADDRESS TO LTRAN-ADDRESS
           MOVE WS-LOC-CITY TO LTRAN-CITY
           MOVE WS-LOC-STATE TO LTRAN-STATE
           MOVE WS-LOC-ZIP TO LTRAN-ZIP
           MOVE WS-LOC-PHONE TO LTRAN-PHONE
           MOVE SPACES TO LOCATION-TRANS-RECORD (114:40)
           MOVE ZERO TO LTRAN-RECYCLE-COUNT
           MOVE SPACES TO LTRAN-EFF-DATE
           MOVE WS-MAKER-ID TO LTRAN-MAKER-ID
           MOVE SPACES TO LTRAN-CHECKER-ID
           WRITE LOCATION-TRANS-RECORD
           PERFORM 0580-CHECK-TRANS-WRITE.

       0800-PRINT-INTAKE-TOTALS.
           MOVE SPACES TO INTAKE-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE
           IF WS-HAS-HEADER AND WS-HAS-TRAILER
                MOVE 'COMPANY LINES ON FILE' TO SL-LABEL
                MOVE WS-COMPANY-LINES TO SL-COUNT
                PERFORM 0810-PRINT-SUMMARY-LINE
                MOVE 'LOCATION LINES ON FILE' TO SL-LABEL
                MOVE WS-LOCATION-LINES TO SL-COUNT
                PERFORM 0810-PRINT-SUMMARY-LINE
           END-IF
           IF WS-RETURN-CODE = 12
                MOVE 'PARTNER FILE NOT PROCESSED - SEE JOB LOG'
                    TO INTAKE-REPORT-LINE
                PERFORM 0990-WRITE-REPORT-LINE
           END-IF
           MOVE 'LINES PROCESSED' TO SL-LABEL
           MOVE WS-DATA-LINES TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'UNCHANGED' TO SL-LABEL
           MOVE WS-COUNT-UNCHANGED TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'CHANGED' TO SL-LABEL
           MOVE WS-COUNT-CHANGED TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'NEW' TO SL-LABEL
           MOVE WS-COUNT-NEW TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'COULD NOT BE PARSED' TO SL-LABEL
           MOVE WS-COUNT-UNPARSED TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE
           MOVE 'TRANSACTIONS GENERATED' TO SL-LABEL
           MOVE WS-TRANS-WRITTEN TO SL-COUNT
           PERFORM 0810-PRINT-SUMMARY-LINE.

       0810-PRINT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO INTAKE-REPORT-LINE
           PERFORM 0990-WRITE-REPORT-LINE.

       0990-WRITE-REPORT-LINE.
           WRITE INTAKE-REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
                DISPLAY 'ERROR WRITING INTAKE REPORT - STATUS '
                    WS-REPORT-STATUS
                IF WS-RETURN-CODE < 4
                     MOVE 4 TO WS-RETURN-CODE
                END-IF
           END-IF.
