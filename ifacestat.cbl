       IDENTIFICATION DIVISION.
       PROGRAM-ID. IFACE-STATUS.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program is the morning check on the register
      * interface. It reads the interface transmission log,
      * ifacelog.dat (copybook IFACELOG), that SALES-IMPORT and
      * PRICE-EXTRACT append to, and prints ifacestat.rpt with the
      * three things that go wrong quietly between the back office
      * and the registers:
      *
      *   MISSING MOVEMENT DATES - every date in the period with no
      *     salesmove.dat applied for it. A night whose file came
      *     in but was refused (control check or duplicate) says so;
      *     otherwise no file arrived at all.
      *   DUPLICATES REFUSED - every sales file SALES-IMPORT turned
      *     away during the period as already applied, and every
      *     one a supervisor applied anyway under override, with
      *     their initials.
      *   EXTRACTS WITH NO SALES RETURNED - every night in the
      *     period a price-extract.dat went out but no sales file
      *     was applied for the same date. The nightly cycle sends
      *     the day's prices and takes back the day's sales the
      *     same night, so one without the other means a register
      *     night went one way only.
      *
      * Dates before the first entry in the log are not reported
      * missing - the log cannot know about nights before it
      * started.
      *
      * The period is the N days ending on the report date, from
      * an optional ifacestat.par card the same way sellthru.par
      * steers SELL-THRU:
      *   Column A=run mode (B=batch, I=interactive), B=report date
      *   MMDDYYYY, J-K=days to look back (zero or blank = 14).
      * No card (or one not marked B) falls back to the prompts.
      *
      * Input files:  ifacelog.dat, ifacestat.par
      * Output files: ifacestat.rpt
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IFACE-LOG ASSIGN TO 'ifacelog.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'ifacestat.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAT-RPT ASSIGN TO 'ifacestat.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD IFACE-LOG.
           COPY ifacelog.
       FD PARM-CARD.
       01 PARM-CARD-REC.
           05 PARM-RUN-MODE                    PIC X(1).
           05 PARM-REPORT-DATE                 PIC 9(8).
           05 PARM-DAYS-BACK                   PIC X(2).
       FD STAT-RPT.
       01 STAT-LINE                            PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-PARM-EOF                          PIC A(1) VALUE 'F'.
       01 WS-REPORT-DATE                       PIC 9(8).
       01 WS-DAYS-ANSWER                       PIC X(2).
       01 WS-DAYS-BACK                         PIC 9(2) VALUE 14.
       01 WS-FROM-DATE                         PIC 9(8).
      ******************************************************************
      * Every date is turned into a day number by 0950-DATE-TO-DAYS
      * (the same routine SELL-THRU uses), so placing a log record
      * in the period is plain subtraction across month and year
      * ends.
      ******************************************************************
       01 WS-END-DAY                           PIC 9(7).
       01 WS-START-DAY                         PIC 9(7).
       01 WS-LOG-DAY                           PIC 9(7).
       01 WS-FIRST-LOG-DAY                     PIC 9(7) VALUE 9999999.
       01 WS-FIRST-LOG-DATE                    PIC 9(8) VALUE ZERO.
       01 WS-SLOT                              PIC 9(3).
       01 WS-DAY-NUMBER                        PIC 9(7).
       01 WS-YEARS-BEFORE                      PIC 9(4).
       01 WS-LEAP-DAYS                         PIC 9(4).
       01 WS-CENTURY-DAYS                      PIC 9(4).
       01 WS-QUAD-CENTURY-DAYS                 PIC 9(4).
       01 WS-QUOTIENT                          PIC 9(4).
       01 WS-REM-4                             PIC 9(4).
       01 WS-REM-100                           PIC 9(4).
       01 WS-REM-400                           PIC 9(4).
       01 WS-MONTH-START-TBL                   PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 WS-MONTH-START-R REDEFINES WS-MONTH-START-TBL.
           05 WS-MONTH-START OCCURS 12 TIMES   PIC 9(3).
       01 WS-MONTH-LEN-TBL                     PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-LEN-R REDEFINES WS-MONTH-LEN-TBL.
           05 WS-MONTH-LEN OCCURS 12 TIMES     PIC 9(2).
       01 WS-DATE-MDY.
           05 WS-DATE-MDY-MM                   PIC 9(2).
           05 WS-DATE-MDY-DD                   PIC 9(2).
           05 WS-DATE-MDY-YYYY                 PIC 9(4).
       01 WS-DATE-YMD.
           05 WS-DATE-YMD-YYYY                 PIC 9(4).
           05 WS-DATE-YMD-MM                   PIC 9(2).
           05 WS-DATE-YMD-DD                   PIC 9(2).
      ******************************************************************
      * One row per date in the period, oldest first, with what the
      * log says came in and went out for it.
      ******************************************************************
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 99 TIMES
                           INDEXED BY WS-DAY-IDX.
               10 WS-DY-DATE                   PIC 9(8).
               10 WS-DY-DAY-NUM                PIC 9(7).
               10 WS-DY-APPLIED                PIC A(1).
               10 WS-DY-REFUSED                PIC 9(3).
               10 WS-DY-EXT-SENT               PIC A(1).
               10 WS-DY-EXT-MODE               PIC X(1).
               10 WS-DY-EXT-COUNT              PIC 9(6).
       01 WS-MISSING-COUNT                     PIC 9(3) VALUE ZERO.
       01 WS-DUP-COUNT                         PIC 9(3) VALUE ZERO.
       01 WS-OVERRIDE-COUNT                    PIC 9(3) VALUE ZERO.
       01 WS-ONE-WAY-COUNT                     PIC 9(3) VALUE ZERO.
       01 WS-DISP-COUNT                        PIC ZZZZZ9.
       01 WS-DISP-TOTAL                        PIC ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section gets the report date and the number of days to
      * look back, either from the optional ifacestat.par card
      * (batch) or the prompts, and lays out the period one row per
      * date.
      ******************************************************************
           OPEN INPUT PARM-CARD
           READ PARM-CARD
               AT END MOVE 'T' TO WS-PARM-EOF
           END-READ
           CLOSE PARM-CARD
           IF WS-PARM-EOF = 'T' OR PARM-RUN-MODE NOT = 'B'
               DISPLAY "Enter report date (MMDDYYYY): "
               ACCEPT WS-REPORT-DATE
               DISPLAY "Days to look back (2 digits, blank for 14): "
               ACCEPT WS-DAYS-ANSWER
           ELSE
               MOVE PARM-REPORT-DATE TO WS-REPORT-DATE
               MOVE PARM-DAYS-BACK TO WS-DAYS-ANSWER
               DISPLAY "Batch mode - report date from ifacestat.par: "
                   WS-REPORT-DATE
           END-IF
           IF WS-DAYS-ANSWER NUMERIC
               IF WS-DAYS-ANSWER NOT = "00"
                   MOVE WS-DAYS-ANSWER TO WS-DAYS-BACK
               END-IF
           END-IF
           MOVE ZERO TO WS-END-DAY
           IF WS-REPORT-DATE NUMERIC
               MOVE WS-REPORT-DATE TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               PERFORM 0950-DATE-TO-DAYS
               MOVE WS-DAY-NUMBER TO WS-END-DAY
           END-IF
           IF WS-END-DAY = ZERO
               DISPLAY "ERROR: report date is not a usable date. "
                   "No report written."
               STOP RUN
           END-IF
           COMPUTE WS-START-DAY = WS-END-DAY - WS-DAYS-BACK + 1
           PERFORM VARYING WS-DAY-IDX FROM WS-DAYS-BACK BY -1
                   UNTIL WS-DAY-IDX < 1
               PERFORM 0910-REARRANGE-BACK
               MOVE WS-DATE-MDY TO WS-DY-DATE(WS-DAY-IDX)
               SET WS-SLOT TO WS-DAY-IDX
               COMPUTE WS-DY-DAY-NUM(WS-DAY-IDX) =
                   WS-START-DAY + WS-SLOT - 1
               MOVE 'N' TO WS-DY-APPLIED(WS-DAY-IDX)
               MOVE ZERO TO WS-DY-REFUSED(WS-DAY-IDX)
               MOVE 'N' TO WS-DY-EXT-SENT(WS-DAY-IDX)
               MOVE SPACE TO WS-DY-EXT-MODE(WS-DAY-IDX)
               MOVE ZERO TO WS-DY-EXT-COUNT(WS-DAY-IDX)
               PERFORM 0960-PREVIOUS-DAY
           END-PERFORM
           MOVE WS-DY-DATE(1) TO WS-FROM-DATE.
      ******************************************************************
      * This section reads the log once and posts every record
      * whose file date falls in the period to that date's row,
      * noting the earliest date the log knows about.
      ******************************************************************
           OPEN INPUT IFACE-LOG
           PERFORM UNTIL WS-EOF = 'T'
               READ IFACE-LOG
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END PERFORM 0200-POST-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE IFACE-LOG
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section prints the report heading and the missing
      * movement dates.
      ******************************************************************
           OPEN OUTPUT STAT-RPT
           MOVE "REGISTER INTERFACE STATUS REPORT" TO STAT-LINE
           WRITE STAT-LINE
           MOVE SPACES TO STAT-LINE
           STRING "PERIOD " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " THROUGH " DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-DAYS-BACK DELIMITED BY SIZE
                  " DAYS)" DELIMITED BY SIZE
               INTO STAT-LINE
           END-STRING
           WRITE STAT-LINE
           IF WS-FIRST-LOG-DAY > WS-START-DAY
               AND WS-FIRST-LOG-DAY NOT = 9999999
               MOVE SPACES TO STAT-LINE
               STRING "THE LOG STARTS " DELIMITED BY SIZE
                      WS-FIRST-LOG-DATE DELIMITED BY SIZE
                      " - EARLIER DATES ARE NOT CHECKED"
                          DELIMITED BY SIZE
                   INTO STAT-LINE
               END-STRING
               WRITE STAT-LINE
           END-IF
           IF WS-FIRST-LOG-DAY = 9999999
               MOVE "IFACELOG.DAT IS EMPTY - NO NIGHT CAN BE CHECKED"
                   TO STAT-LINE
               WRITE STAT-LINE
           END-IF
           MOVE SPACES TO STAT-LINE
           WRITE STAT-LINE
           MOVE "MISSING MOVEMENT DATES (NO SALESMOVE.DAT APPLIED)"
               TO STAT-LINE
           WRITE STAT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAYS-BACK
               IF WS-DY-APPLIED(WS-DAY-IDX) = 'N'
                   AND WS-DY-DAY-NUM(WS-DAY-IDX) >= WS-FIRST-LOG-DAY
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO STAT-LINE
                   MOVE WS-DY-DATE(WS-DAY-IDX) TO STAT-LINE(3:8)
                   IF WS-DY-REFUSED(WS-DAY-IDX) > ZERO
                       MOVE "FILE RECEIVED BUT REFUSED - SEE "
                           TO STAT-LINE(13:32)
                       MOVE "SALESMOVE.RPT" TO STAT-LINE(45:13)
                   ELSE
                       MOVE "NO FILE RECEIVED" TO STAT-LINE(13:16)
                   END-IF
                   WRITE STAT-LINE
               END-IF
           END-PERFORM
           IF WS-MISSING-COUNT = ZERO
               MOVE "  NONE" TO STAT-LINE
               WRITE STAT-LINE
           END-IF.
      ******************************************************************
      * This section reads the log again for the sales files
      * refused as duplicates, or applied under override, during
      * the period - placed by when it happened, since a resent
      * file carries an old movement date.
      ******************************************************************
           MOVE SPACES TO STAT-LINE
           WRITE STAT-LINE
           MOVE "DUPLICATES REFUSED OR OVERRIDDEN DURING THE PERIOD"
               TO STAT-LINE
           WRITE STAT-LINE
           MOVE "  WHEN            MOVE DATE   ROWS  HASH        BY"
               TO STAT-LINE
           WRITE STAT-LINE
           OPEN INPUT IFACE-LOG
           PERFORM UNTIL WS-EOF = 'T'
               READ IFACE-LOG
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END PERFORM 0300-LIST-ONE-DUPLICATE
               END-READ
           END-PERFORM
           CLOSE IFACE-LOG
           MOVE 'F' TO WS-EOF
           IF WS-DUP-COUNT = ZERO AND WS-OVERRIDE-COUNT = ZERO
               MOVE "  NONE" TO STAT-LINE
               WRITE STAT-LINE
           END-IF.
      ******************************************************************
      * This section lists every night an extract went out with no
      * sales file applied for the same date, then the totals.
      ******************************************************************
           MOVE SPACES TO STAT-LINE
           WRITE STAT-LINE
           MOVE "EXTRACTS SENT WITH NO SALES RETURNED" TO STAT-LINE
           WRITE STAT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAYS-BACK
               IF WS-DY-EXT-SENT(WS-DAY-IDX) = 'Y'
                   AND WS-DY-APPLIED(WS-DAY-IDX) = 'N'
                   ADD 1 TO WS-ONE-WAY-COUNT
                   MOVE WS-DY-EXT-COUNT(WS-DAY-IDX) TO WS-DISP-COUNT
                   MOVE SPACES TO STAT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-DY-DATE(WS-DAY-IDX) DELIMITED BY SIZE
                          "  EXTRACT MODE " DELIMITED BY SIZE
                          WS-DY-EXT-MODE(WS-DAY-IDX)
                              DELIMITED BY SIZE
                          "  RECORDS " DELIMITED BY SIZE
                          WS-DISP-COUNT DELIMITED BY SIZE
                          "  - NO SALES FILE APPLIED"
                              DELIMITED BY SIZE
                       INTO STAT-LINE
                   END-STRING
                   WRITE STAT-LINE
               END-IF
           END-PERFORM
           IF WS-ONE-WAY-COUNT = ZERO
               MOVE "  NONE" TO STAT-LINE
               WRITE STAT-LINE
           END-IF
           MOVE SPACES TO STAT-LINE
           WRITE STAT-LINE
           MOVE WS-MISSING-COUNT TO WS-DISP-TOTAL
           MOVE SPACES TO STAT-LINE
           STRING "MOVEMENT DATES MISSING:      " DELIMITED BY SIZE
                  WS-DISP-TOTAL DELIMITED BY SIZE
               INTO STAT-LINE
           END-STRING
           WRITE STAT-LINE
           MOVE WS-DUP-COUNT TO WS-DISP-TOTAL
           MOVE SPACES TO STAT-LINE
           STRING "DUPLICATES REFUSED:          " DELIMITED BY SIZE
                  WS-DISP-TOTAL DELIMITED BY SIZE
               INTO STAT-LINE
           END-STRING
           WRITE STAT-LINE
           MOVE WS-OVERRIDE-COUNT TO WS-DISP-TOTAL
           MOVE SPACES TO STAT-LINE
           STRING "DUPLICATES OVERRIDDEN:       " DELIMITED BY SIZE
                  WS-DISP-TOTAL DELIMITED BY SIZE
               INTO STAT-LINE
           END-STRING
           WRITE STAT-LINE
           MOVE WS-ONE-WAY-COUNT TO WS-DISP-TOTAL
           MOVE SPACES TO STAT-LINE
           STRING "EXTRACTS WITH NO SALES BACK: " DELIMITED BY SIZE
                  WS-DISP-TOTAL DELIMITED BY SIZE
               INTO STAT-LINE
           END-STRING
           WRITE STAT-LINE
           CLOSE STAT-RPT
           DISPLAY "IFACE-STATUS done. " WS-MISSING-COUNT
               " date(s) missing, " WS-DUP-COUNT
               " duplicate(s) refused, " WS-ONE-WAY-COUNT
               " extract(s) with no sales back. See ifacestat.rpt.".
       STOP RUN.
      ******************************************************************
      * This section posts one log record to the row for its file
      * date, when that date falls in the period: an applied sales
      * file (with or without override) marks the date covered, a
      * refused one is counted against it, and a sent extract is
      * noted with its mode and record count.
      ******************************************************************
       0200-POST-ONE-RECORD.
           MOVE ZERO TO WS-LOG-DAY
           IF IL-DATA-DATE NUMERIC
               MOVE IL-DATA-DATE TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               PERFORM 0950-DATE-TO-DAYS
               MOVE WS-DAY-NUMBER TO WS-LOG-DAY
           END-IF
           IF WS-LOG-DAY > ZERO AND WS-LOG-DAY < WS-FIRST-LOG-DAY
               MOVE WS-LOG-DAY TO WS-FIRST-LOG-DAY
               MOVE IL-DATA-DATE TO WS-FIRST-LOG-DATE
           END-IF
           IF WS-LOG-DAY >= WS-START-DAY AND WS-LOG-DAY <= WS-END-DAY
               COMPUTE WS-SLOT = WS-LOG-DAY - WS-START-DAY + 1
               SET WS-DAY-IDX TO WS-SLOT
               IF IL-INTERFACE = "SALE"
                   IF IL-RESULT = 'A' OR IL-RESULT = 'O'
                       MOVE 'Y' TO WS-DY-APPLIED(WS-DAY-IDX)
                   ELSE
                       ADD 1 TO WS-DY-REFUSED(WS-DAY-IDX)
                   END-IF
               END-IF
               IF IL-INTERFACE = "PEXT"
                   MOVE 'Y' TO WS-DY-EXT-SENT(WS-DAY-IDX)
                   MOVE IL-MODE TO WS-DY-EXT-MODE(WS-DAY-IDX)
                   MOVE IL-REC-COUNT TO WS-DY-EXT-COUNT(WS-DAY-IDX)
               END-IF
           END-IF.
      ******************************************************************
      * This section prints one sales file refused as a duplicate,
      * or applied under override, when the run that logged it
      * falls in the period.
      ******************************************************************
       0300-LIST-ONE-DUPLICATE.
           IF IL-INTERFACE = "SALE"
               AND (IL-RESULT = 'D' OR IL-RESULT = 'O')
               MOVE ZERO TO WS-LOG-DAY
               IF IL-STAMP(1:8) NUMERIC
                   MOVE IL-STAMP(1:8) TO WS-DATE-YMD
                   PERFORM 0950-DATE-TO-DAYS
                   MOVE WS-DAY-NUMBER TO WS-LOG-DAY
               END-IF
               IF WS-LOG-DAY >= WS-START-DAY
                   AND WS-LOG-DAY <= WS-END-DAY
                   MOVE IL-REC-COUNT TO WS-DISP-COUNT
                   MOVE SPACES TO STAT-LINE
                   MOVE IL-STAMP(1:8) TO STAT-LINE(3:8)
                   MOVE IL-STAMP(9:6) TO STAT-LINE(12:6)
                   MOVE IL-DATA-DATE TO STAT-LINE(19:8)
                   MOVE WS-DISP-COUNT TO STAT-LINE(29:6)
                   MOVE IL-HASH-TOTAL TO STAT-LINE(37:10)
                   IF IL-RESULT = 'D'
                       ADD 1 TO WS-DUP-COUNT
                       MOVE IL-OPERATOR TO STAT-LINE(49:3)
                       MOVE "REFUSED" TO STAT-LINE(54:7)
                   ELSE
                       ADD 1 TO WS-OVERRIDE-COUNT
                       MOVE IL-OVERRIDE-BY TO STAT-LINE(49:3)
                       MOVE "APPLIED UNDER OVERRIDE" TO
                           STAT-LINE(54:22)
                   END-IF
                   WRITE STAT-LINE
               END-IF
           END-IF.
      ******************************************************************
      * This section rearranges the MMDDYYYY date in WS-DATE-MDY
      * into YYYYMMDD in WS-DATE-YMD - the same rearrangement
      * PRICE-GEN does.
      ******************************************************************
       0900-REARRANGE-DATE.
           MOVE WS-DATE-MDY-YYYY TO WS-DATE-YMD-YYYY
           MOVE WS-DATE-MDY-MM TO WS-DATE-YMD-MM
           MOVE WS-DATE-MDY-DD TO WS-DATE-YMD-DD.
      ******************************************************************
      * This section turns the YYYYMMDD date in WS-DATE-YMD back
      * into MMDDYYYY in WS-DATE-MDY, for printing.
      ******************************************************************
       0910-REARRANGE-BACK.
           MOVE WS-DATE-YMD-YYYY TO WS-DATE-MDY-YYYY
           MOVE WS-DATE-YMD-MM TO WS-DATE-MDY-MM
           MOVE WS-DATE-YMD-DD TO WS-DATE-MDY-DD.
      ******************************************************************
      * This section turns the YYYYMMDD date in WS-DATE-YMD into a
      * day number in WS-DAY-NUMBER - days counted from the start
      * of the calendar, leap years included - the same routine
      * SELL-THRU uses. A date that is not a real month and day
      * gives zero.
      ******************************************************************
       0950-DATE-TO-DAYS.
           MOVE ZERO TO WS-DAY-NUMBER
           IF WS-DATE-YMD-MM > ZERO AND WS-DATE-YMD-MM < 13
               AND WS-DATE-YMD-DD > ZERO AND WS-DATE-YMD-DD < 32
               AND WS-DATE-YMD-YYYY > ZERO
               COMPUTE WS-YEARS-BEFORE = WS-DATE-YMD-YYYY - 1
               DIVIDE WS-YEARS-BEFORE BY 4 GIVING WS-LEAP-DAYS
               DIVIDE WS-YEARS-BEFORE BY 100 GIVING WS-CENTURY-DAYS
               DIVIDE WS-YEARS-BEFORE BY 400
                   GIVING WS-QUAD-CENTURY-DAYS
               COMPUTE WS-DAY-NUMBER = WS-YEARS-BEFORE * 365
                   + WS-LEAP-DAYS - WS-CENTURY-DAYS
                   + WS-QUAD-CENTURY-DAYS
                   + WS-MONTH-START(WS-DATE-YMD-MM)
                   + WS-DATE-YMD-DD
               IF WS-DATE-YMD-MM > 2
                   DIVIDE WS-DATE-YMD-YYYY BY 4 GIVING WS-QUOTIENT
                       REMAINDER WS-REM-4
                   DIVIDE WS-DATE-YMD-YYYY BY 100 GIVING WS-QUOTIENT
                       REMAINDER WS-REM-100
                   DIVIDE WS-DATE-YMD-YYYY BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-REM-400
                   IF WS-REM-4 = ZERO
                       AND (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
                       ADD 1 TO WS-DAY-NUMBER
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * This section steps the YYYYMMDD date in WS-DATE-YMD back one
      * day, across month and year ends and 29 February.
      ******************************************************************
       0960-PREVIOUS-DAY.
           IF WS-DATE-YMD-DD > 1
               SUBTRACT 1 FROM WS-DATE-YMD-DD
           ELSE
               IF WS-DATE-YMD-MM > 1
                   SUBTRACT 1 FROM WS-DATE-YMD-MM
               ELSE
                   MOVE 12 TO WS-DATE-YMD-MM
                   SUBTRACT 1 FROM WS-DATE-YMD-YYYY
               END-IF
               MOVE WS-MONTH-LEN(WS-DATE-YMD-MM) TO WS-DATE-YMD-DD
               IF WS-DATE-YMD-MM = 2
                   DIVIDE WS-DATE-YMD-YYYY BY 4 GIVING WS-QUOTIENT
                       REMAINDER WS-REM-4
                   DIVIDE WS-DATE-YMD-YYYY BY 100 GIVING WS-QUOTIENT
                       REMAINDER WS-REM-100
                   DIVIDE WS-DATE-YMD-YYYY BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-REM-400
                   IF WS-REM-4 = ZERO
                       AND (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
                       MOVE 29 TO WS-DATE-YMD-DD
                   END-IF
               END-IF
           END-IF.
