           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-OPERATION-TOTALS.
               05 WS-OP-COUNT PIC 9(07) OCCURS 21 TIMES.
               05 WS-OP-AMOUNT PIC S9(09)V99 OCCURS 21 TIMES.

           01 WS-MISMATCH-COUNT PIC 9(07) VALUE ZERO.
           01 WS-CLOSED-REJ-COUNT PIC 9(07) VALUE ZERO.
           01 WS-MISSING-REJ-COUNT PIC 9(07) VALUE ZERO.
           01 WS-BADOP-REJ-COUNT PIC 9(07) VALUE ZERO.
           01 WS-CUSTOMER-REJ-COUNT PIC 9(07) VALUE ZERO.
           01 WS-DORMANT-REJ-COUNT PIC 9(07) VALUE ZERO.
           01 WS-HOLD-REJ-COUNT PIC 9(07) VALUE ZERO.
           01 WS-REVERSAL-REJ-COUNT PIC 9(07) VALUE ZERO.
           01 WS-SIGNER-LIMIT-REJ-COUNT PIC 9(07) VALUE ZERO.
           01 WS-SIGNATORY-REJ-COUNT PIC 9(07) VALUE ZERO.
           01 WS-UNKNOWN-OP-COUNT PIC 9(07) VALUE ZERO.

           01 WS-OP-INDEX PIC 9(02).
               IF (ACCOUNT-IN-OPERATION >= 1
                   AND ACCOUNT-IN-OPERATION <= 9)
                   OR ACCOUNT-IN-OPERATION = 15
                   OR ACCOUNT-IN-OPERATION = 17
                   OR ACCOUNT-IN-OPERATION = 18
                   OR ACCOUNT-IN-OPERATION = 19
                   OR ACCOUNT-IN-OPERATION = 20
                   OR ACCOUNT-IN-OPERATION = 21
                   MOVE ACCOUNT-IN-OPERATION TO WS-OP-INDEX
                   ADD 1 TO WS-OP-COUNT (WS-OP-INDEX)
                   ADD ACCOUNT-IN-AMOUNT TO WS-OP-AMOUNT (WS-OP-INDEX)
                               ADD 1 TO WS-BADOP-REJ-COUNT
                           WHEN 'CUS1'
                               ADD 1 TO WS-CUSTOMER-REJ-COUNT
                           WHEN 'DOR1'
                               ADD 1 TO WS-DORMANT-REJ-COUNT
                           WHEN 'HLD1'
                               ADD 1 TO WS-HOLD-REJ-COUNT
                           WHEN 'EST1'
                               ADD 1 TO WS-REVERSAL-REJ-COUNT
                           WHEN 'SGL1'
                               ADD 1 TO WS-SIGNER-LIMIT-REJ-COUNT
                           WHEN 'SGN1'
                               ADD 1 TO WS-SIGNATORY-REJ-COUNT
                       END-EVALUATE
                   END-IF
           END-READ.
               UNTIL WS-OP-INDEX > 9
           MOVE 15 TO WS-OP-INDEX
           PERFORM 8100-PRINT-OPERATION THRU 8100-EXIT
           MOVE 17 TO WS-OP-INDEX
           PERFORM 8100-PRINT-OPERATION THRU 8100-EXIT
           MOVE 18 TO WS-OP-INDEX
           PERFORM 8100-PRINT-OPERATION THRU 8100-EXIT
           MOVE 19 TO WS-OP-INDEX
           PERFORM 8100-PRINT-OPERATION THRU 8100-EXIT
           MOVE 20 TO WS-OP-INDEX
           PERFORM 8100-PRINT-OPERATION THRU 8100-EXIT
           MOVE 21 TO WS-OP-INDEX
           PERFORM 8100-PRINT-OPERATION THRU 8100-EXIT
           MOVE SPACES TO SUMMARY-RPT-LINE
           WRITE SUMMARY-RPT-LINE
           MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO SUMMARY-RPT-LINE
           WRITE SUMMARY-RPT-LINE
           MOVE WS-DORMANT-REJ-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'DORMANT ACCOUNT REJECTS : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO SUMMARY-RPT-LINE
           WRITE SUMMARY-RPT-LINE
           MOVE WS-HOLD-REJ-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'FUNDS HOLD REJECTS : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO SUMMARY-RPT-LINE
           WRITE SUMMARY-RPT-LINE
           MOVE WS-REVERSAL-REJ-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ESTORNO REJECTS : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO SUMMARY-RPT-LINE
           WRITE SUMMARY-RPT-LINE
           MOVE WS-SIGNER-LIMIT-REJ-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'SIGNER LIMIT REJECTS : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO SUMMARY-RPT-LINE
           WRITE SUMMARY-RPT-LINE
           MOVE WS-SIGNATORY-REJ-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'SIGNATORY REJECTS : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO SUMMARY-RPT-LINE
           WRITE SUMMARY-RPT-LINE
           MOVE WS-UNKNOWN-OP-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'UNKNOWN OPERATION CODES : ' WS-RPT-COUNT
