               ACCEPT RST-TIME FROM TIME
               MOVE LS-Records-Processed TO RST-RECORDS-PROCESSED
               MOVE LS-Return-Code       TO RST-RETURN-CODE
               MOVE SPACES               TO RST-HELD-BY
               MOVE SPACE                TO RST-HOLD-REASON
               WRITE RUN-STATUS-RECORD
               IF NOT WS-Status-File-OK
                   DISPLAY 'RUNSTLOG: STATUS WRITE FAILED, STATUS '
