           05  MCP-SEL-AREA                PIC X(3).
           05  MCP-FIELD-NAME              PIC X(10).
           05  MCP-NEW-VALUE               PIC X(50).
           05  MCP-OPERATOR-ID             PIC X(8).
       FD  MASS-TRANS-FILE
           RECORDING MODE IS F.
       01  MASS-TRANS-RECORD.
                         ==WS-STATUS==  BY ==MTR-STATUS==.
           05  MTR-RECYCLE-COUNT           PIC 9(2).
           05  MTR-EFF-DATE                PIC X(8).
           05  MTR-MAKER-ID                PIC X(8).
           05  MTR-CHECKER-ID              PIC X(8).
       01  MASS-LOC-TRANS-RECORD.
           05  MLT-ACTION                  PIC X(1).
           COPY COMPLOC
           05  FILLER                      PIC X(40).
           05  MLT-RECYCLE-COUNT           PIC 9(2).
           05  MLT-EFF-DATE                PIC X(8).
           05  MLT-MAKER-ID                PIC X(8).
           05  MLT-CHECKER-ID              PIC X(8).
       FD  MASS-REPORT-FILE
           RECORDING MODE IS F.
       01  MASS-REPORT-LINE                PIC X(132).
           88  WS-FIELD-IS-AREA              VALUE 'AREA'.
           88  WS-FIELD-IS-STATUS            VALUE 'STATUS'.
       01  WS-NEW-VALUE              PIC X(50).
       01  WS-OPERATOR-ID            PIC X(8).
       01  WS-OLD-FIELD-VALUE        PIC X(50).
       01  WS-NEW-FIELD-VALUE        PIC X(50).
       01  WS-COMPANY-MATCHED        PIC S9(9) COMP-5 VALUE ZERO.
      *    TRANSACTIONS TO MASSTRAN FOR THE NORMAL PROGRAM4/PROGRAM3
      *    CHAIN. BLANK STATE, CITY OR AREA CRITERIA MATCH EVERYTHING.
      *    FIELD NAMES - CITY, STATE, ZIP, PHONE, AREA (FIRST THREE
      *    PHONE DIGITS), STATUS (COMPANIES ONLY). MODE G MUST NAME
      *    THE OPERATOR THE TRANSACTIONS ARE KEYED UNDER, SO PROGRAM4
      *    CAN HOLD THEM TO THAT OPERATOR'S AUTHORITY.
       0150-READ-MASS-PARM.
           OPEN INPUT MASS-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
           MOVE MCP-SEL-AREA TO WS-SEL-AREA
           MOVE MCP-FIELD-NAME TO WS-CHANGE-FIELD
           MOVE MCP-NEW-VALUE TO WS-NEW-VALUE
           MOVE MCP-OPERATOR-ID TO WS-OPERATOR-ID
           IF NOT WS-PREVIEW-MODE AND NOT WS-GENERATE-MODE
                DISPLAY 'INVALID MASS CHANGE MODE - ' MCP-MODE
                MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-GENERATE-MODE
              AND WS-OPERATOR-ID = SPACES
                DISPLAY 'MASS CHANGE MODE G NEEDS AN OPERATOR ID'
                MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF NOT WS-FIELD-IS-CITY AND NOT WS-FIELD-IS-STATE
              AND NOT WS-FIELD-IS-ZIP AND NOT WS-FIELD-IS-PHONE
              AND NOT WS-FIELD-IS-AREA AND NOT WS-FIELD-IS-STATUS
           MOVE WS-STATUS TO MTR-STATUS
           MOVE ZERO TO MTR-RECYCLE-COUNT
           MOVE SPACES TO MTR-EFF-DATE
           MOVE WS-OPERATOR-ID TO MTR-MAKER-ID
           MOVE SPACES TO MTR-CHECKER-ID
           WRITE MASS-TRANS-RECORD
           IF WS-TRANS-STATUS = '00'
                ADD 1 TO WS-TRANS-WRITTEN
           MOVE WS-LOC-PHONE TO MLT-PHONE
           MOVE ZERO TO MLT-RECYCLE-COUNT
           MOVE SPACES TO MLT-EFF-DATE
           MOVE WS-OPERATOR-ID TO MLT-MAKER-ID
           MOVE SPACES TO MLT-CHECKER-ID
           WRITE MASS-LOC-TRANS-RECORD
           IF WS-TRANS-STATUS = '00'
                ADD 1 TO WS-TRANS-WRITTEN
