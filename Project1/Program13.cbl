           05  PPF-SEL-STATUS              PIC X(1).
           05  PPF-SEL-LOC-TYPE            PIC X(1).
           05  PPF-HEADER-OPTION           PIC X(1).
           05  PPF-COUNT-OPTION            PIC X(1).
       FD  PARTNER-EXTRACT-FILE
           RECORDING MODE IS F.
       01  PARTNER-EXTRACT-LINE            PIC X(200).
       01  WS-SEL-LOC-TYPE           PIC X(1) VALUE SPACE.
       01  WS-HEADER-WANTED-SW       PIC X(1) VALUE 'N'.
           88  WS-HEADER-WANTED              VALUE 'Y'.
       01  WS-COUNT-WANTED-SW        PIC X(1) VALUE 'N'.
           88  WS-COUNT-WANTED               VALUE 'Y'.
       01  WS-COMPANY-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LOCATION-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-END-OF-CURSOR-SW       PIC X(1) VALUE 'N'.
      *    EVERYTHING; LOCATION TYPE OF SPACE SENDS COMPANIES ONLY,
      *    '*' SENDS ALL LOCATION TYPES, A SPECIFIC LETTER SENDS JUST
      *    THAT TYPE. HEADER OPTION 'Y' WRITES A COLUMN HEADER LINE.
      *    COUNT OPTION 'Y' ENDS THE FILE WITH A T|COMPANIES|LOCATIONS
      *    LINE SO THE RECEIVER CAN PROVE IT GOT THE WHOLE FILE.
       0150-READ-PARTNER-PARM.
           OPEN INPUT PARTNER-PARM-FILE
           EVALUATE WS-PARM-STATUS
                          IF PPF-HEADER-OPTION = 'Y'
                               SET WS-HEADER-WANTED TO TRUE
                          END-IF
                          IF PPF-COUNT-OPTION = 'Y'
                               SET WS-COUNT-WANTED TO TRUE
                          END-IF
                     END-IF
                     CLOSE PARTNER-PARM-FILE
                WHEN '35'
                IF WS-RETURN-CODE = 0
                     PERFORM 0205-RUN-COMPANY-CURSOR
                END-IF
                IF WS-COUNT-WANTED AND WS-RETURN-CODE < 12
                     PERFORM 0220-WRITE-COUNT-LINE
                END-IF
                CLOSE PARTNER-EXTRACT-FILE
           END-IF.

           MOVE WS-COMPANY-HEADER-TEXT TO PARTNER-EXTRACT-LINE
           PERFORM 0700-WRITE-PARTNER-LINE.

       0220-WRITE-COUNT-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE 'T' TO WS-FIELD-TEXT
           PERFORM 0450-APPEND-FIELD
           MOVE WS-COMPANY-COUNT TO WS-ID-DISPLAY
           MOVE WS-ID-DISPLAY TO WS-FIELD-TEXT
           PERFORM 0450-APPEND-FIELD
           MOVE WS-LOCATION-COUNT TO WS-ID-DISPLAY
           MOVE WS-ID-DISPLAY TO WS-FIELD-TEXT
           PERFORM 0450-APPEND-FIELD
           MOVE WS-OUTPUT-LINE TO PARTNER-EXTRACT-LINE
           PERFORM 0700-WRITE-PARTNER-LINE.

       0300-WRITE-COMPANY-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE
           MOVE 1 TO WS-OUT-PTR
