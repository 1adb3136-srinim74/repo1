           05  EXH-RUN-ID                  PIC X(8).
           05  EXH-RUN-DATE                PIC X(8).
           05  EXH-RUN-TIME                PIC X(6).
           05  EXH-PARTITION-NO            PIC 9(2).
           05  EXH-PART-LOW-ID             PIC 9(9).
           05  EXH-PART-HIGH-ID            PIC 9(9).
           05  EXH-PARTITION-COUNT         PIC 9(2).
           05  FILLER                      PIC X(108).
       01  EXTRACT-TRAILER-RECORD.
           05  EXR-REC-TYPE                PIC X(1).
           05  EXR-RECORD-COUNT            PIC 9(9).
       01  WS-HDR-RUN-ID             PIC X(8).
       01  WS-HDR-RUN-DATE           PIC X(8).
       01  WS-HDR-RUN-TIME           PIC X(6).
       01  WS-HDR-PARTITIONS         PIC 9(2) VALUE ZERO.
       01  WS-FILE-COUNT             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-FILE-HASH              PIC S9(15) COMP-5 VALUE ZERO.
       01  WS-TRAILER-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
                          MOVE EXH-RUN-ID TO WS-HDR-RUN-ID
                          MOVE EXH-RUN-DATE TO WS-HDR-RUN-DATE
                          MOVE EXH-RUN-TIME TO WS-HDR-RUN-TIME
                          IF EXH-PARTITION-COUNT IS NUMERIC
                               MOVE EXH-PARTITION-COUNT
                                   TO WS-HDR-PARTITIONS
                          END-IF
                     END-IF
                WHEN 'D'
                     IF WS-HAS-TRAILER
           IF WS-HAS-HEADER
                PERFORM 0410-COUNT-COMPANY-ROWS
                PERFORM 0415-COUNT-LOCATION-ROWS
                IF WS-HDR-PARTITIONS > ZERO
                     DISPLAY 'MERGED FROM ' WS-HDR-PARTITIONS
                         ' PARTITIONS - AUDIT TRAIL RECONCILED BY '
                         'PROGRAM25'
                ELSE
                     PERFORM 0420-COUNT-AUDIT-ROWS
                END-IF
           END-IF.

       0410-COUNT-COMPANY-ROWS.
