           88  WS-IMAGE-INSERTED-LATER       VALUE 'I'.
           88  WS-IMAGE-NOT-IN-HISTORY       VALUE 'N'.
           88  WS-IMAGE-ERROR                VALUE 'E'.
       01  WS-XREF-NEW-ID            PIC S9(9) COMP-5.
       01  WS-XREF-MERGE-DATE        PIC X(8).
       01  WS-XREF-FOUND-SW          PIC X(1) VALUE 'N'.
           88  WS-XREF-FOUND                 VALUE 'Y'.
       01  WS-FOLLOW-SURVIVOR-SW     PIC X(1) VALUE 'N'.
           88  WS-FOLLOW-SURVIVOR            VALUE 'Y'.
       01  WS-REPORT-HEADING-1.
           05  FILLER                PIC X(34)
               VALUE 'COMPANY PROFILE POINT-IN-TIME INQ'.
           05  FILLER                PIC X(38)
               VALUE 'COMPANY NOT ON FILE AS OF REQUEST DATE'.
           05  FILLER                PIC X(94) VALUE SPACES.
       01  WS-MERGED-LINE.
           05  FILLER                PIC X(23)
               VALUE 'MERGED  : INTO COMPANY '.
           05  ML-NEW-ID             PIC ZZZZZZZZ9.
           05  FILLER                PIC X(4) VALUE ' ON '.
           05  ML-MERGE-DATE         PIC X(8).
           05  FILLER                PIC X(88) VALUE SPACES.
       01  WS-ID-DISPLAY             PIC ZZZZZZZZ9.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           MOVE WS-ASOF-DATE TO IH-ASOF-DATE
           MOVE WS-INQUIRY-HEADING TO HISTORY-REPORT-LINE
           PERFORM 0700-WRITE-REPORT-LINE
           PERFORM 0350-CHECK-CROSS-REFERENCE
           MOVE 'N' TO WS-FOLLOW-SURVIVOR-SW
           PERFORM 0320-REPORT-AS-OF-IMAGE
           IF WS-FOLLOW-SURVIVOR
                MOVE WS-XREF-NEW-ID TO WS-ID
                PERFORM 0320-REPORT-AS-OF-IMAGE
           END-IF.

      *    A COMPANY MERGED AWAY BEFORE THE AS-OF DATE HAS NO IMAGE OF
      *    ITS OWN TO SHOW, SO THE INQUIRY IS ANSWERED WITH THE COMPANY
      *    IT WAS MERGED INTO AS THAT COMPANY STOOD ON THE SAME DATE.
      *    ONE MERGED AWAY LATER SHOWS ITS OWN IMAGE AND THE MERGE.
       0320-REPORT-AS-OF-IMAGE.
           PERFORM 0400-FIND-FIRST-LATER-IMAGE
           EVALUATE TRUE
                WHEN WS-IMAGE-FROM-HISTORY
                     PERFORM 0600-PRINT-PROFILE
                     IF WS-XREF-FOUND
                        AND NOT WS-FOLLOW-SURVIVOR
                          PERFORM 0360-PRINT-MERGED-LINE
                     END-IF
                WHEN WS-IMAGE-INSERTED-LATER
                     MOVE WS-NOT-FOUND-LINE TO HISTORY-REPORT-LINE
                     PERFORM 0700-WRITE-REPORT-LINE
                WHEN WS-IMAGE-NOT-IN-HISTORY
                     IF WS-XREF-FOUND
                        AND NOT WS-FOLLOW-SURVIVOR
                          PERFORM 0360-PRINT-MERGED-LINE
                          SET WS-FOLLOW-SURVIVOR TO TRUE
                     ELSE
                          PERFORM 0500-READ-CURRENT-ROW
                     END-IF
                WHEN WS-IMAGE-ERROR
                     CONTINUE
           END-EVALUATE.

       0350-CHECK-CROSS-REFERENCE.
           MOVE 'N' TO WS-XREF-FOUND-SW
           EXEC SQL
               SELECT "NEW-ID", "MERGE-DATE"
                 INTO :WS-XREF-NEW-ID, :WS-XREF-MERGE-DATE
                 FROM "COMPANY-XREF"
                WHERE "OLD-ID" = :WS-ID
           END-EXEC
           EVALUATE SQLCODE
                WHEN 0
                     SET WS-XREF-FOUND TO TRUE
                WHEN 100
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'ERROR READING CROSS-REFERENCE - SQLCODE '
                         SQLCODE
                     MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       0360-PRINT-MERGED-LINE.
           MOVE WS-XREF-NEW-ID TO ML-NEW-ID
           MOVE WS-XREF-MERGE-DATE TO ML-MERGE-DATE
           MOVE WS-MERGED-LINE TO HISTORY-REPORT-LINE
           PERFORM 0700-WRITE-REPORT-LINE.

       0400-FIND-FIRST-LATER-IMAGE.
           MOVE 'N' TO WS-IMAGE-SOURCE-SW
           EXEC SQL
