      *          per-account drift it can: each account's master
      *          balance is matched against the last checking balance
      *          its audit history recorded. Writes the new total to
      *          storage/accout.trialbal for the next run, appends it
      *          with the proof's outcome to the dated history
      *          storage/accout.trialbal.hist, and prints
      *          storage/accout.recon.rpt.
      * Tectonics: cobc
      ******************************************************************
             FILE STATUS IS WS-TRIAL-FS.
             SELECT RECON-RPT ASSIGN TO 'storage/accout.recon.rpt'
             FILE STATUS IS WS-RPT-FS.
             SELECT TRIAL-HISTORY ASSIGN TO
                 'storage/accout.trialbal.hist'
             FILE STATUS IS WS-HIST-FS.

       DATA DIVISION.
           FILE SECTION.
           COPY ACCTMST.

           FD ACCOUNT-AUDIT-IN.
           01 AUDIT-IN-REC PIC X(89).

           SD SORT-WORK.
           01 SORT-REC.
               05 SORT-TIMESTAMP PIC 9(16).
               05 SORT-ACCOUNT-ID PIC 9(10).
               05 FILLER PIC X(63).

           FD SORTED-AUDIT.
           COPY ACCTAUD.
           FD RECON-RPT.
           01 RECON-RPT-LINE PIC X(100).

           FD TRIAL-HISTORY.
           COPY TRIALHST.

       WORKING-STORAGE SECTION.
           01 FS PIC X(02).
           01 WS-AUDIT-FS PIC X(02).
           01 WS-WORK-FS PIC X(02).
           01 WS-TRIAL-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-HIST-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-MASTER-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-NET-MOVEMENT PIC S9(11)V99 VALUE ZERO.
           01 WS-EXPECTED-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-PROOF-RESULT PIC X(01) VALUE 'B'.

           01 WS-GROUP-ACCOUNT PIC 9(10).
           01 WS-GROUP-LAST-BALANCE PIC S9(09)V99.

      ******************************************************************
      * Rolls through one account's audit history: the last record
      * whose balance is a checking balance (every code but 4 and 25,
      * whose balance is the loan's) becomes the balance the audit trail
      * says the account should hold, every record stamped after the
      * register's watermark adds its signed movement to the run
      * total, and the highest timestamp seen becomes the watermark

       2110-CONSUME-AUDIT.
           IF AUDIT-OPERATION NOT = 4
               AND AUDIT-OPERATION NOT = 25
               MOVE AUDIT-BALANCE TO WS-GROUP-LAST-BALANCE
               MOVE 'Y' TO WS-GROUP-HAS-BALANCE
           END-IF
                   WHEN 9
                   WHEN 11
                   WHEN 14
                   WHEN 16
                   WHEN 22
                   WHEN 24
                       SUBTRACT AUDIT-AMOUNT FROM WS-NET-MOVEMENT
                   WHEN 3
                   WHEN 10
                   WHEN 12
                   WHEN 13
                   WHEN 23
                       ADD AUDIT-AMOUNT TO WS-NET-MOVEMENT
               END-EVALUATE
           END-IF
               WRITE RECON-RPT-LINE
               IF WS-EXPECTED-TOTAL = WS-MASTER-TOTAL
                   MOVE 'MASTER FILE TIES TO AUDIT TRAIL' TO WS-LINE
                   MOVE 'P' TO WS-PROOF-RESULT
               ELSE
                   MOVE 'O' TO WS-PROOF-RESULT
                   MOVE WS-EXPECTED-TOTAL TO WS-RPT-AMOUNT
                   MOVE SPACES TO WS-LINE
                   STRING 'OUT OF BALANCE - EXPECTED ' WS-RPT-AMOUNT
               MOVE WS-TRIAL-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           CLOSE TRIAL-BALANCE
           PERFORM 6100-APPEND-HISTORY THRU 6100-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * The same total, stamped with its watermark and the proof's
      * outcome, kept for good on the history - the register above is
      * overwritten every night, and a year-end figure has to be
      * agreed against the proof of the day it belongs to. Extended
      * if present, created the first time, like the other registers.
      ******************************************************************
       6100-APPEND-HISTORY.
           OPEN EXTEND TRIAL-HISTORY
           IF WS-HIST-FS NOT = '00'
               OPEN OUTPUT TRIAL-HISTORY
               IF WS-HIST-FS NOT = '00'
                   MOVE 'OPEN TRIALBAL.HIST' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-HIST-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           MOVE WS-NEW-TIMESTAMP TO TRH-TIMESTAMP
           MOVE WS-MASTER-TOTAL TO TRH-TOTAL
           MOVE WS-PROOF-RESULT TO TRH-RESULT
           ACCEPT TRH-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT TRH-RUN-TIME FROM TIME
           WRITE TRIAL-HISTORY-FILE
           IF WS-HIST-FS NOT = '00'
               MOVE 'WRITE TRIALBAL.HIST' TO WS-IO-ERROR-CONTEXT
               MOVE WS-HIST-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           CLOSE TRIAL-HISTORY.
       6100-EXIT.
           EXIT.

       9100-TERMINATE.
           CLOSE ACCOUNT
           CLOSE SORTED-AUDIT
