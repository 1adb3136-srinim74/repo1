               RECORD KEY IS IDX-ID
               ALTERNATE RECORD KEY IS IDX-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT XREF-FILE ASSIGN TO "COMPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-OLD-ID
               FILE STATUS IS WS-XREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER-FILE.
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
       01  WS-MASTER-STATUS          PIC X(2).
       01  WS-XREF-STATUS            PIC X(2).
       01  WS-XREF-OPEN-SW           PIC X(1) VALUE 'N'.
           88  WS-XREF-OPEN                  VALUE 'Y'.
       01  WS-SURVIVOR-ID            PIC 9(9).
       01  WS-RETURN-CODE            PIC S9(4) COMP VALUE ZERO.
       01  WS-INQUIRY-INPUT          PIC X(40).
       01  WS-KEY-JUSTIFIED          PIC X(9) JUSTIFIED RIGHT.
                    WS-MASTER-STATUS
                MOVE 12 TO WS-RETURN-CODE
           ELSE
                PERFORM 0050-OPEN-CROSS-REFERENCE
                PERFORM UNTIL WS-END-OF-SESSION
                     PERFORM 0100-PROCESS-INQUIRY
                END-PERFORM
                CLOSE COMPANY-MASTER-FILE
                IF WS-XREF-OPEN
                     CLOSE XREF-FILE
                END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *    THE CROSS-REFERENCE ONLY EXISTS ONCE A COMPANY HAS BEEN
      *    MERGED AWAY; WITHOUT IT AN UNKNOWN ID IS SIMPLY NOT ON FILE.
       0050-OPEN-CROSS-REFERENCE.
           OPEN INPUT XREF-FILE
           EVALUATE WS-XREF-STATUS
                WHEN '00'
                     SET WS-XREF-OPEN TO TRUE
                WHEN '35'
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'UNABLE TO OPEN CROSS-REFERENCE - STATUS '
                         WS-XREF-STATUS ' - MERGED IDS NOT FOLLOWED'
                     IF WS-RETURN-CODE < 4
                          MOVE 4 TO WS-RETURN-CODE
                     END-IF
           END-EVALUATE.

       0100-PROCESS-INQUIRY.
           DISPLAY 'ENTER COMPANY ID OR NAME PREFIX (END TO QUIT)'
           MOVE SPACES TO WS-INQUIRY-INPUT
                MOVE WS-KEY-NUMERIC TO IDX-ID
                READ COMPANY-MASTER-FILE
                    KEY IS IDX-ID
                    INVALID KEY
                         PERFORM 0220-FOLLOW-CROSS-REFERENCE
                    NOT INVALID KEY
                         PERFORM 0400-DISPLAY-PROFILE
                END-READ
           END-IF.

      *    AN ID RETIRED BY A MERGE ANSWERS WITH THE COMPANY IT WAS
      *    MERGED INTO, SAYING SO, RATHER THAN AS NOT ON FILE.
       0220-FOLLOW-CROSS-REFERENCE.
           IF WS-XREF-OPEN
                MOVE WS-KEY-NUMERIC TO XRF-OLD-ID
                READ XREF-FILE
                    INVALID KEY
                         DISPLAY 'COMPANY ' WS-KEY-NUMERIC
                             ' NOT ON FILE'
                    NOT INVALID KEY
                         MOVE XRF-NEW-ID TO WS-SURVIVOR-ID
                         DISPLAY 'COMPANY ' WS-KEY-NUMERIC
                             ' WAS MERGED INTO COMPANY ' WS-SURVIVOR-ID
                             ' ON ' XRF-MERGE-DATE
                         MOVE XRF-NEW-ID TO IDX-ID
                         READ COMPANY-MASTER-FILE
                             KEY IS IDX-ID
                             INVALID KEY
                                  DISPLAY 'COMPANY ' WS-SURVIVOR-ID
                                      ' NOT ON FILE'
                             NOT INVALID KEY
                                  PERFORM 0400-DISPLAY-PROFILE
                         END-READ
                END-READ
           ELSE
                DISPLAY 'COMPANY ' WS-KEY-NUMERIC ' NOT ON FILE'
           END-IF.

       0300-INQUIRE-BY-NAME-PREFIX.
