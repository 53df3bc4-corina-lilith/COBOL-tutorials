      * yesterday" instead of counting CALCRPT detail lines by hand.
      * For a "%" transaction the value carried is CL-REMAINDER, the
      * same exception WRITE-REPORT-LINE makes for CALCRPT.
      * A reversal ("R") entry CalcRev posted nets out of its
      * operation's count and sum - the negated result it carries
      * takes the original's back off - but never stands as the
      * largest or smallest result; the reversals inside the range
      * are shown on a line of their own under the grand total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.

      * one tally entry per operator character Calc supports; the
      * first matching posting seeds the largest/smallest pair.
      * WS-OP-COUNT is postings net of reversals, so it is signed:
      * a range holding a reversal but not its original can go
      * below zero.  WS-OP-POSTED counts ordinary postings only.
       01 WS-OP-TALLY-TABLE.
           05 WS-OP-ENTRY OCCURS 5 TIMES INDEXED BY OP-IDX.
               10 WS-OP-CHAR               PIC X(01).
               10 WS-OP-COUNT              PIC S9(9).
               10 WS-OP-POSTED             PIC 9(9).
               10 WS-OP-SUM                PIC S9(13)V99.
               10 WS-OP-MAX                PIC S9(11)V99.
               10 WS-OP-MIN                PIC S9(11)V99.
      * (CL-RESULT, or CL-REMAINDER for "%")
       01 WS-THIS-RESULT PIC S9(11)V99 VALUE 0.

       01 WS-SELECTED-COUNT PIC S9(9) VALUE 0.
       01 WS-GRAND-SUM PIC S9(13)V99 VALUE 0.
       01 WS-REVERSAL-COUNT PIC 9(9) VALUE 0.
       01 WS-REVERSAL-SUM PIC S9(13)V99 VALUE 0.
       01 WS-COUNT-DISPLAY PIC -(8)9.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-DETAIL-LINE.
           05 DL-OP-CHAR                   PIC X(01).
           05 FILLER PIC X(3) VALUE SPACE.
           05 DL-OP-COUNT                  PIC -(8)9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DL-OP-SUM                    PIC -(12)9.99.
           05 FILLER PIC X(2) VALUE SPACE.

       01 WS-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE "ALL ".
           05 TO-COUNT                     PIC -(8)9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 TO-SUM                       PIC -(12)9.99.

       01 WS-REVERSAL-LINE.
           05 FILLER PIC X(4) VALUE "REV ".
           05 RL-COUNT                     PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 RL-SUM                       PIC -(12)9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 FILLER PIC X(27)
               VALUE "REVERSALS NETTED IN ABOVE".

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-TALLIES
           PERFORM GET-DATE-RANGE
           PERFORM TALLY-CALCLOG
           PERFORM PRINT-SUMMARY-REPORT
           MOVE WS-SELECTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "Transactions summarized: " WS-COUNT-DISPLAY
           DISPLAY "Reversals netted:        " WS-REVERSAL-COUNT
           STOP RUN.

      * Seeds the tally table with the five operator characters Calc
               PERFORM VARYING OP-IDX FROM 1 BY 1
                       UNTIL OP-IDX > 5
                   MOVE 0 TO WS-OP-COUNT(OP-IDX)
                   MOVE 0 TO WS-OP-POSTED(OP-IDX)
                   MOVE 0 TO WS-OP-SUM(OP-IDX)
                   MOVE 0 TO WS-OP-MAX(OP-IDX)
                   MOVE 0 TO WS-OP-MIN(OP-IDX)
               .

      * Adds the record just read to the tally entry matching its
      * operator character; the first posting for an operation
      * seeds both the largest and smallest result.  A reversal
      * takes one off the count and its negated result off the
      * sum, and is tallied on the reversal line.
           TALLY-ONE-TRANSACTION.
               IF CL-OPERATION = "%"
                   MOVE CL-REMAINDER TO WS-THIS-RESULT
                   AT END
                       CONTINUE
                   WHEN WS-OP-CHAR(OP-IDX) = CL-OPERATION
                       IF CL-ENTRY-TYPE = "R"
                           PERFORM TALLY-ONE-REVERSAL
                       ELSE
                           PERFORM TALLY-ONE-POSTING
                       END-IF
                       ADD WS-THIS-RESULT TO WS-OP-SUM(OP-IDX)
                       ADD WS-THIS-RESULT TO WS-GRAND-SUM
               END-SEARCH
               .

           TALLY-ONE-POSTING.
               IF WS-OP-POSTED(OP-IDX) = 0
                   MOVE WS-THIS-RESULT TO WS-OP-MAX(OP-IDX)
                   MOVE WS-THIS-RESULT TO WS-OP-MIN(OP-IDX)
               ELSE
                   IF WS-THIS-RESULT > WS-OP-MAX(OP-IDX)
                       MOVE WS-THIS-RESULT TO WS-OP-MAX(OP-IDX)
                   END-IF
                   IF WS-THIS-RESULT < WS-OP-MIN(OP-IDX)
                       MOVE WS-THIS-RESULT TO WS-OP-MIN(OP-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-OP-POSTED(OP-IDX)
               ADD 1 TO WS-OP-COUNT(OP-IDX)
               ADD 1 TO WS-SELECTED-COUNT
               .

           TALLY-ONE-REVERSAL.
               SUBTRACT 1 FROM WS-OP-COUNT(OP-IDX)
               SUBTRACT 1 FROM WS-SELECTED-COUNT
               ADD 1 TO WS-REVERSAL-COUNT
               ADD WS-THIS-RESULT TO WS-REVERSAL-SUM
               .

      * Writes the summary report: one line per operation and the
      * grand-total line, under the same page-headed layout EmpRstr
      * uses for the roster.
               MOVE WS-GRAND-SUM TO TO-SUM
               MOVE WS-TOTAL-LINE TO CALC-SUMMARY-RECORD
               WRITE CALC-SUMMARY-RECORD
               MOVE WS-REVERSAL-COUNT TO RL-COUNT
               MOVE WS-REVERSAL-SUM TO RL-SUM
               MOVE WS-REVERSAL-LINE TO CALC-SUMMARY-RECORD
               WRITE CALC-SUMMARY-RECORD
               CLOSE CALCSUM-FILE
               .

