      *holiday flags) into a table on the first call and answers
      *next-business-day, add-N-business-days and signed
      *count-of-business-days requests through a BUSDAYC parameter
      *block (and the last business day of a month, for the
      *month-end valuation date), so CONTRNWL can schedule notices
      *and CONTPAYM can age
      *the grace period in business days instead of letting a notice
      *land on a holiday weekend and quietly shorten the holder's
      *window. A missing or empty calendar, or a date outside the
       01  WS-Count-From               PIC X(08).
       01  WS-Count-To                 PIC X(08).
       01  WS-Count-Sign               PIC S9(01) COMP.
       01  WS-Month-End-Num            PIC 9(08).
       01  WS-Month-End-Next           PIC 9(08).
       01  WS-Month-End-Next-X REDEFINES WS-Month-End-Next
                                       PIC X(08).
       01  WS-Answer-Switch            PIC X.
           88  WS-Answer-Found             VALUE 'Y'.

                    PERFORM ANSWER-ADD-BUSINESS-DAYS
               WHEN BDY-REQUEST-COUNT
                    PERFORM ANSWER-COUNT-BUSINESS-DAYS
               WHEN BDY-REQUEST-MONTH-END
                    PERFORM ANSWER-MONTH-END-BUSINESS-DAY
               WHEN OTHER
                    SET BDY-STATUS-BAD-REQUEST TO TRUE
           END-EVALUATE
           END-IF
           .

      *The month must lie wholly inside the loaded year, or its last
      *business day could be beyond the table's end: a table running
      *out before the month does is a range answer.
       ANSWER-MONTH-END-BUSINESS-DAY.
           IF BDY-DATE-IN (1:6) < WS-Low-Date (1:6)
              OR BDY-DATE-IN (1:6) > WS-High-Date (1:6)
              OR (BDY-DATE-IN (1:6) = WS-Low-Date (1:6)
                  AND WS-Low-Date (7:2) NOT = '01')
               SET BDY-STATUS-RANGE TO TRUE
           ELSE
               PERFORM VARYING WS-Day-Idx FROM 1 BY 1
                       UNTIL WS-Day-Idx > WS-Day-Count
                          OR WS-DAY-Date (WS-Day-Idx) (1:6)
                             > BDY-DATE-IN (1:6)
                   IF WS-DAY-Date (WS-Day-Idx) (1:6)
                      = BDY-DATE-IN (1:6)
                      AND WS-DAY-Business (WS-Day-Idx) = 'Y'
                       MOVE WS-DAY-Date (WS-Day-Idx) TO BDY-DATE-OUT
                   END-IF
               END-PERFORM
               IF WS-Day-Idx > WS-Day-Count
                   MOVE WS-High-Date TO WS-Month-End-Num
                   COMPUTE WS-Month-End-Next = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-Month-End-Num) + 1)
                   IF WS-Month-End-Next-X (1:6) = BDY-DATE-IN (1:6)
                       MOVE SPACES TO BDY-DATE-OUT
                   END-IF
               END-IF
               IF BDY-DATE-OUT = SPACES
                   SET BDY-STATUS-RANGE TO TRUE
               END-IF
           END-IF
           .

       TC-INITIALIZATIONS.
           IF TC-FirstCall
               SET TC-NthCall TO TRUE
