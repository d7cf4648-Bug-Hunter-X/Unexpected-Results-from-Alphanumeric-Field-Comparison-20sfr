      *>     (superseded by a new A or N) or REVERSED (superseded by
      *>     an R) - the early warning when a rule or an operator
      *>     starts making bad calls;
      *>   - whether the ID is an AUTODISP rule (AUTO) or a person
      *>     (MANUAL), with an automated-versus-manual total split -
      *>     the staffing case for month-end peaks;
      *>   - average days from the exception's originating run (the
               RECORD KEY IS AK-AUDIT-KEY
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT RULE-HISTORY-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-RULE-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT EXCEPTION-MASTER-FILE ASSIGN TO "EXCPKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-EXCEPTION-KEY
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT WORKLOAD-REPORT-FILE ASSIGN TO "WKLRPT"
       FD  AUDIT-TRAIL-FILE.
       COPY AUDITKSD.

       FD  RULE-HISTORY-FILE.
       COPY RULEHIST.

       FD  EXCEPTION-MASTER-FILE.
       COPY EXCPKSD.
           05  WS-AUTO-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-NO-AGE-COUNT         PIC 9(09) VALUE ZERO.

      *> Rule identifiers loaded from the rule history (every rule
      *> ever approved, retired or not - a retired rule's decisions
      *> are still automated ones) so an AK-USER-ID that is really a
      *> rule is reported as AUTO; a missing history just means
      *> every ID reports as MANUAL.
       01  WS-RULE-IDS.
           05  WS-RULE-ID-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-RULE-ID-TABLE        PIC X(08) OCCURS 100 TIMES.
               10  WS-KH-IN-RANGE-SW   PIC X(01).

       01  WS-KX                       PIC 9(03) VALUE ZERO.
       01  WS-CURRENT-KEY.
           05  WS-CURRENT-RECON-ID     PIC X(08) VALUE SPACES.
           05  WS-CURRENT-RECORD-KEY   PIC X(10) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05  WS-FROM-DATE-NUM        PIC 9(08) VALUE ZERO.

       1200-LOAD-RULE-IDS.
           MOVE ZERO TO WS-RULE-ID-COUNT
           OPEN INPUT RULE-HISTORY-FILE
           IF WS-RUL-FILE-STATUS = "00"
               PERFORM UNTIL WS-RUL-FILE-STATUS NOT = "00"
                   READ RULE-HISTORY-FILE NEXT RECORD
                   END-READ
                   IF WS-RUL-FILE-STATUS = "00"
                       AND RV-APPROVED
                       AND WS-RULE-ID-COUNT < 100
                       IF WS-RULE-ID-COUNT = ZERO
                           OR WS-RULE-ID-TABLE(WS-RULE-ID-COUNT)
                               NOT = RV-RULE-ID
                           ADD 1 TO WS-RULE-ID-COUNT
                           MOVE RV-RULE-ID TO
                               WS-RULE-ID-TABLE(WS-RULE-ID-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RULE-HISTORY-FILE
           ELSE
               DISPLAY "DISPWKLD: NO RULE HISTORY - EVERY ID REPORTS "
                   "AS MANUAL"
           END-IF.

                   SET WS-AUDIT-SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-RECORDS-READ
                   IF AK-RECON-ID NOT = WS-CURRENT-RECON-ID
                       OR AK-RECORD-KEY NOT = WS-CURRENT-RECORD-KEY
                       MOVE ZERO TO WS-KH-COUNT
                       MOVE "N" TO WS-KEY-TABLE-FULL-SW
                       MOVE AK-RECON-ID TO WS-CURRENT-RECON-ID
                       MOVE AK-RECORD-KEY TO WS-CURRENT-RECORD-KEY
                   END-IF
                   PERFORM 2100-HOLD-ONE-RECORD
               END-IF
               IF NOT WS-KEY-TABLE-FULL
                   SET WS-KEY-TABLE-FULL TO TRUE
                   DISPLAY "DISPWKLD: OVER 50 DISPOSITIONS ON KEY "
                       AK-RECORD-KEY " RECON " AK-RECON-ID
                       " - EXCESS NOT JUDGED"
               END-IF
           ELSE
               ADD 1 TO WS-KH-COUNT
           IF NOT WS-MASTER-OPEN
               ADD 1 TO WS-NO-AGE-COUNT
           ELSE
               MOVE AK-RECON-ID TO XK-RECON-ID
               MOVE AK-RECORD-KEY TO XK-RECORD-KEY
               READ EXCEPTION-MASTER-FILE
                   INVALID KEY
