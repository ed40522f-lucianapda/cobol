      * Author:
      * Date:
      * Purpose: Run-control driver for the nightly job sequence. The
      *          runbook order - ACCTHOLD, ACCTSNAP, PEOPLEACCOUNT,
      *          NETCLEAR, STANDORD, ACCTREPORT, ACCTMON, GLEXTRACT,
      *          ACCTRECON nightly, with LOANSERVICE, ACCTINT, ACCTFEE,
      *          ACCTDORM, LOANDELQ and ACCTSTMT monthly, ACCTALRT
      *          nightly after STANDORD (and after LOANSERVICE on
      *          the nights it runs - see 2500), ACCTSUSP after the
      *          overrides are keyed, ACCTXREF after a proven
      *          reconciliation and AUDARCH after a clean integrity
      *          sweep - lives in this program's step table instead
      *          of on a sticky note.
      *          The operator brackets every step with an ACCTCTL
      *          call, and ACCTCTL keeps the record in
      *          storage/run.control per business date:
      *            YYYYMMDD START  <step>   gate: refused unless the
      *                                     step's predecessor has
      *                                     completed cleanly for that
      *                                     so the morning shift sees
      *                                     what ran, what aborted and
      *                                     what was never attempted.
      *          AUDARCH is held further: its START is refused while
      *          the latest ACCTXREF result for the date on
      *          storage/xref.result still carries a GRAVE exception.
      *          ACCTALRT's START is refused while LOANSERVICE is
      *          started but not finished, or abended, for the date,
      *          and LOANSERVICE's once ACCTALRT has started for it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             FILE STATUS IS WS-CTL-FS.
             SELECT STATUS-RPT ASSIGN TO 'storage/run.status.rpt'
             FILE STATUS IS WS-RPT-FS.
             SELECT XREF-RESULT ASSIGN TO 'storage/xref.result'
             FILE STATUS IS WS-XREF-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STATUS-RPT.
           01 STATUS-RPT-LINE PIC X(80).

           FD XREF-RESULT.
           COPY XREFRES.

       WORKING-STORAGE SECTION.
           01 WS-CTL-EOF PIC A(1).
           01 WS-CTL-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-XREF-FS PIC X(02).
           01 WS-XREF-EOF PIC X(01).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

      * means adding its entry here (and bumping the count) - nowhere
      * else.
      ******************************************************************
           01 WS-STEP-COUNT PIC 9(02) VALUE 19.
           01 WS-STEP-TABLE-DATA.
               05 FILLER PIC X(16) VALUE 'ACCTHOLD'.
               05 FILLER PIC X(16) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(16) VALUE 'ACCTSNAP'.
               05 FILLER PIC X(16) VALUE 'ACCTHOLD'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(16) VALUE 'PEOPLEACCOUNT'.
               05 FILLER PIC X(16) VALUE 'ACCTSNAP'.
               05 FILLER PIC X(01) VALUE 'P'.
               05 FILLER PIC X(16) VALUE 'NETCLEAR'.
               05 FILLER PIC X(16) VALUE 'PEOPLEACCOUNT'.
               05 FILLER PIC X(01) VALUE 'P'.
               05 FILLER PIC X(16) VALUE 'STANDORD'.
               05 FILLER PIC X(16) VALUE 'NETCLEAR'.
               05 FILLER PIC X(01) VALUE 'P'.
               05 FILLER PIC X(16) VALUE 'ACCTREPORT'.
               05 FILLER PIC X(16) VALUE 'STANDORD'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(16) VALUE 'ACCTMON'.
               05 FILLER PIC X(16) VALUE 'STANDORD'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(16) VALUE 'GLEXTRACT'.
               05 FILLER PIC X(16) VALUE 'ACCTREPORT'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(16) VALUE 'LOANSERVICE'.
               05 FILLER PIC X(16) VALUE 'PEOPLEACCOUNT'.
               05 FILLER PIC X(01) VALUE 'P'.
               05 FILLER PIC X(16) VALUE 'ACCTALRT'.
               05 FILLER PIC X(16) VALUE 'STANDORD'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(16) VALUE 'ACCTINT'.
               05 FILLER PIC X(16) VALUE 'PEOPLEACCOUNT'.
               05 FILLER PIC X(01) VALUE 'P'.
               05 FILLER PIC X(16) VALUE 'ACCTFEE'.
               05 FILLER PIC X(16) VALUE 'STANDORD'.
               05 FILLER PIC X(01) VALUE 'P'.
               05 FILLER PIC X(16) VALUE 'ACCTDORM'.
               05 FILLER PIC X(16) VALUE 'STANDORD'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(16) VALUE 'LOANDELQ'.
               05 FILLER PIC X(16) VALUE 'LOANSERVICE'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(16) VALUE 'ACCTSTMT'.
               05 FILLER PIC X(16) VALUE 'PEOPLEACCOUNT'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(16) VALUE 'ACCTXREF'.
               05 FILLER PIC X(16) VALUE 'ACCTRECON'.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(16) VALUE 'AUDARCH'.
               05 FILLER PIC X(16) VALUE 'ACCTXREF'.
               05 FILLER PIC X(01) VALUE SPACE.
           01 WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
               05 WS-STEP-ENTRY OCCURS 19 TIMES.
                   10 WS-STEP-NAME PIC X(16).
                   10 WS-STEP-PRED PIC X(16).
                   10 WS-STEP-POSTING PIC X(01).
      * the date.
      ******************************************************************
           01 WS-STEP-STATUS-TABLE.
               05 WS-STEP-LAST-EVENT PIC X(01) OCCURS 19 TIMES.

           01 WS-STEP-INDEX PIC 9(02).
           01 WS-SCAN-INDEX PIC 9(02).

           01 WS-LINE PIC X(80).
           01 WS-STATUS-TEXT PIC X(24).
           01 WS-ORDER-STEP PIC X(16).

      ******************************************************************
      * The integrity sweep's latest verdict for the business date,
      * read before AUDARCH is cleared. Found stays 'N' when the
      * sweep has left no result for the date.
      ******************************************************************
           01 WS-XREF-FOUND-SW PIC X(01).
               88 WS-XREF-FOUND VALUE 'Y'.
           01 WS-XREF-SEVERE PIC 9(07).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF WS-STEP-WRITES-AUDIT (WS-STEP-INDEX)
               PERFORM 2300-CHECK-DAY-OPEN THRU 2300-EXIT
           END-IF
           IF WS-REQ-STEP = 'AUDARCH'
               PERFORM 2400-CHECK-INTEGRITY THRU 2400-EXIT
           END-IF
           IF WS-REQ-STEP = 'ACCTALRT' OR WS-REQ-STEP = 'LOANSERVICE'
               PERFORM 2500-CHECK-ALERT-ORDER THRU 2500-EXIT
           END-IF
           IF WS-STEP-LAST-EVENT (WS-STEP-INDEX) = 'C'
               DISPLAY 'ACCTCTL NOTE - ' WS-REQ-STEP
                   ' ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
       2310-EXIT.
           EXIT.

      ******************************************************************
      * The archive cuts the night's audit records away from the live
      * trail for good, so it waits until the masters they point at
      * hang together. ACCTXREF appends a result every time it runs;
      * the last one for the date is the one that counts, so a night
      * held here is released by putting the masters right and
      * rerunning the sweep, never by editing the result file. A
      * sweep that completed without leaving a result is treated as
      * a held night too.
      ******************************************************************
       2400-CHECK-INTEGRITY.
           MOVE 'N' TO WS-XREF-FOUND-SW
           MOVE ZERO TO WS-XREF-SEVERE
           MOVE 'N' TO WS-XREF-EOF
           OPEN INPUT XREF-RESULT
           IF WS-XREF-FS = '00'
               PERFORM 2410-READ-RESULT THRU 2410-EXIT
                   UNTIL WS-XREF-EOF = 'Y'
               CLOSE XREF-RESULT
           ELSE
               IF WS-XREF-FS NOT = '35'
                   MOVE 'OPEN XREF.RESULT' TO WS-IO-ERROR-CONTEXT
                   MOVE WS-XREF-FS TO WS-IO-ERROR-FS
                   PERFORM 9000-IO-ERROR THRU 9000-EXIT
               END-IF
           END-IF
           IF NOT WS-XREF-FOUND
               DISPLAY 'ACCTCTL ' WS-REQ-STEP ' MAY NOT START FOR '
                   WS-BUSINESS-DATE ' - NO ACCTXREF RESULT FOR THAT '
                   'DATE ON storage/xref.result - RUN REFUSED'
               STOP RUN
           END-IF
           IF WS-XREF-SEVERE > ZERO
               DISPLAY 'ACCTCTL ' WS-REQ-STEP ' MAY NOT START FOR '
                   WS-BUSINESS-DATE ' - ACCTXREF FOUND '
                   WS-XREF-SEVERE ' GRAVE EXCEPTIONS - CLEAR THEM, '
                   'RERUN ACCTXREF - RUN REFUSED'
               STOP RUN
           END-IF.
       2400-EXIT.
           EXIT.

       2410-READ-RESULT.
           READ XREF-RESULT
               AT END
                   MOVE 'Y' TO WS-XREF-EOF
               NOT AT END
                   IF WS-XREF-FS NOT = '00'
                       MOVE 'READ XREF.RESULT' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-XREF-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       IF XRES-BUSINESS-DATE = WS-BUSINESS-DATE
                           MOVE 'Y' TO WS-XREF-FOUND-SW
                           MOVE XRES-SEVERE-COUNT TO WS-XREF-SEVERE
                       END-IF
                   END-IF
           END-READ.
       2410-EXIT.
           EXIT.

      ******************************************************************
      * ACCTALRT takes only the business date's events and then
      * registers the date, so every missed-installment event
      * LOANSERVICE raises must be on file before it starts - one
      * appended later is never sent. The step table can name only
      * one predecessor and LOANSERVICE runs only monthly, so the
      * order is held here instead: ACCTALRT waits while LOANSERVICE
      * is running or has abended for the date (a night that never
      * runs LOANSERVICE is not held), and LOANSERVICE may not start
      * once ACCTALRT has - it posts under the next business date
      * instead, the recovery 2300 already prescribes for late work.
      ******************************************************************
       2500-CHECK-ALERT-ORDER.
           IF WS-REQ-STEP = 'ACCTALRT'
               MOVE 'LOANSERVICE' TO WS-ORDER-STEP
           ELSE
               MOVE 'ACCTALRT' TO WS-ORDER-STEP
           END-IF
           MOVE ZERO TO WS-PRED-INDEX
           PERFORM 2510-MATCH-ORDER-STEP THRU 2510-EXIT
               VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-STEP-COUNT
               OR WS-PRED-INDEX > ZERO
           IF WS-PRED-INDEX > ZERO
               IF WS-REQ-STEP = 'ACCTALRT'
                   IF WS-STEP-LAST-EVENT (WS-PRED-INDEX) = 'S'
                       OR WS-STEP-LAST-EVENT (WS-PRED-INDEX) = 'E'
                       DISPLAY 'ACCTCTL ACCTALRT MAY NOT START FOR '
                           WS-BUSINESS-DATE ' - LOANSERVICE HAS NOT '
                           'FINISHED CLEANLY FOR THAT DATE - '
                           'RUN REFUSED'
                       STOP RUN
                   END-IF
               ELSE
                   IF WS-STEP-LAST-EVENT (WS-PRED-INDEX) = 'S'
                       OR WS-STEP-LAST-EVENT (WS-PRED-INDEX) = 'C'
                       DISPLAY 'ACCTCTL LOANSERVICE MAY NOT START FOR '
                           WS-BUSINESS-DATE ' - ACCTALRT HAS ALREADY '
                           'RUN FOR THAT DATE AND ITS ALERTS WOULD '
                           'NEVER BE SENT - RUN REFUSED'
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2510-MATCH-ORDER-STEP.
           IF WS-STEP-NAME (WS-SCAN-INDEX) = WS-ORDER-STEP
               MOVE WS-SCAN-INDEX TO WS-PRED-INDEX
           END-IF.
       2510-EXIT.
           EXIT.

       3000-DO-END.
           IF WS-STEP-LAST-EVENT (WS-STEP-INDEX) NOT = 'S'
               DISPLAY 'ACCTCTL NOTE - ' WS-REQ-STEP
               ' FS=' WS-IO-ERROR-FS
           CLOSE RUN-CONTROL
           CLOSE STATUS-RPT
           CLOSE XREF-RESULT
           STOP RUN.
       9000-EXIT.
           EXIT.
