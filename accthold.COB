      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily release of funds holds on storage/hold.data.
      *          Every active hold whose HOLD-RELEASE-DATE has come due
      *          on the business date read from SYSIN (one YYYYMMDD
      *          line) is taken off - status 'R', released on the
      *          business date - so its money is available again to
      *          the day's SAQUE, TRANSFERENCIA and PAGAMENTO. A hold
      *          only restricts what may be spent and never moves the
      *          balance, so nothing is written to the audit trail;
      *          each hold released is listed on
      *          storage/hold.release.rpt, with the holds still active
      *          totalled beneath. Run daily as the night's first step,
      *          ahead of ACCTSNAP, so the snapshot taken before the
      *          posting run already has the day's releases in it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTHOLD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT HOLD ASSIGN TO 'storage/hold.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS HOLD-KEY
             FILE STATUS IS WS-HOLD-FS.
             SELECT RELEASE-RPT ASSIGN TO 'storage/hold.release.rpt'
             FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD HOLD.
           COPY HOLDMST.

           FD RELEASE-RPT.
           01 RELEASE-RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-HOLD-FS PIC X(02).
           01 WS-RPT-FS PIC X(02).
           01 WS-IO-ERROR-CONTEXT PIC X(20).
           01 WS-IO-ERROR-FS PIC X(02).

           01 WS-HOLD-EOF PIC X(01).
               88 WS-HOLD-DONE VALUE 'Y'.

           01 WS-BUSINESS-DATE PIC 9(08).
           01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
               05 WS-BUS-YEAR PIC 9(04).
               05 WS-BUS-MONTH PIC 9(02).
               05 WS-BUS-DAY PIC 9(02).

           01 WS-HOLDS-READ PIC 9(07) VALUE ZERO.
           01 WS-HOLDS-RELEASED PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-RELEASED PIC S9(11)V99 VALUE ZERO.
           01 WS-HOLDS-ACTIVE PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-ACTIVE PIC S9(11)V99 VALUE ZERO.

           01 WS-LINE PIC X(100).
           01 WS-RPT-ID PIC 9(10).
           01 WS-RPT-SEQ PIC 9(05).
           01 WS-RPT-DATE PIC 9(08).
           01 WS-RPT-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           01 WS-RPT-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1300-READ-HOLD THRU 1300-EXIT
           PERFORM 3000-CHECK-HOLD THRU 3000-EXIT
               UNTIL WS-HOLD-DONE
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           PERFORM 9100-TERMINATE THRU 9100-EXIT
           STOP RUN.

      ******************************************************************
      * The holds master is created empty on the very first run, the
      * same as the posting programs create it, so a bank with no
      * holds yet still gets its (empty) release report.
      ******************************************************************
       1000-INITIALIZE.
           MOVE 'N' TO WS-HOLD-EOF
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NOT NUMERIC
               OR WS-BUSINESS-DATE = ZERO
               OR WS-BUS-MONTH < 1 OR WS-BUS-MONTH > 12
               OR WS-BUS-DAY < 1 OR WS-BUS-DAY > 31
               DISPLAY 'ACCTHOLD BUSINESS DATE MISSING OR INVALID '
                   'ON SYSIN - RUN REFUSED'
               STOP RUN
           END-IF
           OPEN I-O HOLD
           IF WS-HOLD-FS = '35'
               OPEN OUTPUT HOLD
               IF WS-HOLD-FS = '00'
                   CLOSE HOLD
                   OPEN I-O HOLD
               END-IF
           END-IF
           IF WS-HOLD-FS NOT = '00'
               MOVE 'OPEN I-O HOLD' TO WS-IO-ERROR-CONTEXT
               MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           OPEN OUTPUT RELEASE-RPT
           IF WS-RPT-FS NOT = '00'
               MOVE 'OPEN OUTPUT REL-RPT' TO WS-IO-ERROR-CONTEXT
               MOVE WS-RPT-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING 'ACCTHOLD BLOQUEIOS LIBERADOS EM ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RELEASE-RPT-LINE
           WRITE RELEASE-RPT-LINE
           MOVE SPACES TO RELEASE-RPT-LINE
           WRITE RELEASE-RPT-LINE.
       1000-EXIT.
           EXIT.

       1300-READ-HOLD.
           READ HOLD NEXT
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                   IF WS-HOLD-FS NOT = '00'
                       MOVE 'READ HOLD' TO WS-IO-ERROR-CONTEXT
                       MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
                       PERFORM 9000-IO-ERROR THRU 9000-EXIT
                   ELSE
                       ADD 1 TO WS-HOLDS-READ
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * A hold already released (by the branch's LIBERACAO or an
      * earlier run) is left as it is. An active hold due on or before
      * the business date comes off; one still in the future stays
      * and is counted toward the funds still held.
      ******************************************************************
       3000-CHECK-HOLD.
           IF HOLD-STATUS-ACTIVE
               IF HOLD-RELEASE-DATE NOT > WS-BUSINESS-DATE
                   PERFORM 3100-RELEASE-HOLD THRU 3100-EXIT
               ELSE
                   ADD 1 TO WS-HOLDS-ACTIVE
                   ADD HOLD-AMOUNT TO WS-TOTAL-ACTIVE
               END-IF
           END-IF
           PERFORM 1300-READ-HOLD THRU 1300-EXIT.
       3000-EXIT.
           EXIT.

       3100-RELEASE-HOLD.
           MOVE 'R' TO HOLD-STATUS
           MOVE WS-BUSINESS-DATE TO HOLD-RELEASED-DATE
           REWRITE HOLD-FILE
           IF WS-HOLD-FS NOT = '00'
               MOVE 'REWRITE HOLD' TO WS-IO-ERROR-CONTEXT
               MOVE WS-HOLD-FS TO WS-IO-ERROR-FS
               PERFORM 9000-IO-ERROR THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-HOLDS-RELEASED
           ADD HOLD-AMOUNT TO WS-TOTAL-RELEASED
           PERFORM 7000-REPORT-HOLD THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

       7000-REPORT-HOLD.
           MOVE HOLD-ACCOUNT-ID TO WS-RPT-ID
           MOVE HOLD-SEQ TO WS-RPT-SEQ
           MOVE HOLD-AMOUNT TO WS-RPT-AMOUNT
           MOVE HOLD-PLACED-DATE TO WS-RPT-DATE
           MOVE SPACES TO WS-LINE
           STRING 'CONTA ' WS-RPT-ID ' BLOQUEIO ' WS-RPT-SEQ
               ' ORIGEM ' HOLD-ORIGIN
               ' DESDE ' WS-RPT-DATE
               ' VENCTO ' HOLD-RELEASE-DATE
               ' VALOR ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RELEASE-RPT-LINE
           WRITE RELEASE-RPT-LINE.
       7000-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO RELEASE-RPT-LINE
           WRITE RELEASE-RPT-LINE
           MOVE WS-HOLDS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'HOLDS READ            : ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RELEASE-RPT-LINE
           WRITE RELEASE-RPT-LINE
           MOVE WS-HOLDS-RELEASED TO WS-RPT-COUNT
           MOVE WS-TOTAL-RELEASED TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'RELEASED TODAY        : ' WS-RPT-COUNT
               ' AMOUNT ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RELEASE-RPT-LINE
           WRITE RELEASE-RPT-LINE
           MOVE WS-HOLDS-ACTIVE TO WS-RPT-COUNT
           MOVE WS-TOTAL-ACTIVE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'STILL HELD            : ' WS-RPT-COUNT
               ' AMOUNT ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RELEASE-RPT-LINE
           WRITE RELEASE-RPT-LINE.
       8000-EXIT.
           EXIT.

       9100-TERMINATE.
           CLOSE HOLD
           CLOSE RELEASE-RPT.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * Any non-zero FS means a hold may have come off without
      * appearing on the report. Log what was being attempted and
      * stop, the same convention the other batch programs use.
      ******************************************************************
       9000-IO-ERROR.
           DISPLAY 'I/O ERROR ON ' WS-IO-ERROR-CONTEXT
               ' FS=' WS-IO-ERROR-FS
               ' ACCOUNT-ID=' HOLD-ACCOUNT-ID
               ' SEQ=' HOLD-SEQ
           CLOSE HOLD
           CLOSE RELEASE-RPT
           STOP RUN.
       9000-EXIT.
           EXIT.
