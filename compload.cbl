       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMP-LOAD.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program loads a competitor price survey - the prices
      * the store managers copy off competitors' shelves each month
      * - into compsurv.dat (copybook COMPREC), where COMP-POSITION
      * compares them against our own RETL prices. The survey sheet
      * is keyed into compsheet.dat one row per price seen; this
      * program checks every row, appends the clean ones to
      * compsurv.dat stamped with who loaded them and when, and
      * writes a line for every row - loaded or rejected - to
      * compload.rpt, the same way COST-LOAD reports a cost sheet.
      *
      * compsheet.dat:
      *A   B    C      D
      * A=competitor code (4), B=item number (5), C=price seen
      *   (99999V99), D=survey date (MMDDYYYY)
      *
      * A row is rejected when the competitor code is blank, when
      * the item number is not numeric or not in inv.dat (there is
      * nothing of ours to compare it with), when the price is not
      * numeric or zero, when the survey date is not a MMDDYYYY
      * date or is later than today, or when the same competitor,
      * item, and survey date is already in compsurv.dat or earlier
      * on the same sheet - a sheet keyed twice must not double up.
      * A rejected row does not stop the rest of the sheet.
      *
      * The whole sheet is read and checked before compsurv.dat is
      * touched, so a sheet too big to hold loads nothing at all.
      *
      * The operator's initials come from an optional compload.par
      * card for an unattended run:
      *   Column A=run mode (B=batch), B=operator initials (3).
      * No card (or one not marked B) falls back to the prompt.
      *
      * Input files: compsheet.dat, inv.dat, compsurv.dat,
      *              compload.par (optional)
      * Output: compsurv.dat (appended), compload.rpt
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-SHEET ASSIGN TO 'compsheet.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SURVEY ASSIGN TO 'compsurv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'compload.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAD-RPT ASSIGN TO 'compload.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMP-SHEET.
       01 SHEET-REC.
           05 SHEET-COMP-CODE                  PIC X(4).
           05 SHEET-ITEM-NUM                   PIC 9(5).
           05 SHEET-PRICE                      PIC 9(5)V99.
           05 SHEET-SURVEY-DATE                PIC 9(8).
       FD INV.
           COPY invrec.
       FD SURVEY.
           COPY comprec.
       FD PARM-CARD.
       01 PARM-CARD-REC.
           05 PARM-RUN-MODE                    PIC X(1).
           05 PARM-OPERATOR                    PIC X(3).
       FD LOAD-RPT.
       01 LOAD-LINE                            PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-SHEET-EOF                         PIC A(1) VALUE 'F'.
       01 WS-SURVEY-EOF                        PIC A(1) VALUE 'F'.
       01 WS-PARM-EOF                          PIC A(1) VALUE 'F'.
       01 WS-INITIALS                          PIC X(3).
      ******************************************************************
      * The inv.dat items, so each row's item can be proved real and
      * shown with its description on the report.
      ******************************************************************
       01 WS-REC-COUNT                         PIC 9(4) VALUE ZERO.
       01 WS-INV-OVERFLOW                      PIC A(1) VALUE 'N'.
       01 WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 999 TIMES
                           INDEXED BY WS-INV-IDX.
               10 WS-TBL-ITEM-NUM              PIC 9(5).
               10 WS-TBL-ITEM-DESC             PIC X(20).
      ******************************************************************
      * The whole survey sheet, held so every row can be checked -
      * against inv.dat, against compsurv.dat, and against the rows
      * above it - before anything is appended. WS-SR-REASON stays
      * spaces on a row that is clean.
      ******************************************************************
       01 WS-SHEET-COUNT                       PIC 9(4) VALUE ZERO.
       01 WS-SHEET-OVERFLOW                    PIC A(1) VALUE 'N'.
       01 WS-SHEET-TABLE.
           05 WS-SHEET-ENTRY OCCURS 999 TIMES
                             INDEXED BY WS-SR-IDX WS-SR-PRIOR.
               10 WS-SR-ROW.
                   15 WS-SR-COMP-CODE          PIC X(4).
                   15 WS-SR-ITEM-NUM           PIC 9(5).
                   15 WS-SR-PRICE              PIC 9(5)V99.
                   15 WS-SR-SURVEY-DATE        PIC 9(8).
               10 WS-SR-ITEM-DESC              PIC X(20).
               10 WS-SR-REASON                 PIC X(30).
       01 WS-FOUND                             PIC A(1).
       01 WS-ITEM-NUM                          PIC 9(5).
       01 WS-STAMP.
           05 WS-STAMP-YYYY                    PIC X(4).
           05 WS-STAMP-MM                      PIC X(2).
           05 WS-STAMP-DD                      PIC X(2).
           05 FILLER                           PIC X(13).
       01 WS-TODAY.
           05 WS-TODAY-MM                      PIC X(2).
           05 WS-TODAY-DD                      PIC X(2).
           05 WS-TODAY-YYYY                    PIC X(4).
       01 WS-TODAY-YMD                         PIC 9(8).
       01 WS-DATE-MDY.
           05 WS-DATE-MDY-MM                   PIC 9(2).
           05 WS-DATE-MDY-DD                   PIC 9(2).
           05 WS-DATE-MDY-YYYY                 PIC 9(4).
       01 WS-DATE-YMD.
           05 WS-DATE-YMD-YYYY                 PIC 9(4).
           05 WS-DATE-YMD-MM                   PIC 9(2).
           05 WS-DATE-YMD-DD                   PIC 9(2).
       01 WS-DATE-YMD-NUM REDEFINES WS-DATE-YMD
                                               PIC 9(8).
       01 WS-LOADED-COUNT                      PIC 9(4) VALUE ZERO.
       01 WS-REJECT-COUNT                      PIC 9(4) VALUE ZERO.
       01 WS-DISP-PRICE                        PIC ZZZZ9.99.
       01 WS-DISP-COUNT                        PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section loads inv.dat and gets the operator's initials
      * either from an optional compload.par card (B in column one,
      * the initials in columns two to four) or, with no card or
      * one not marked for batch, from the prompt. A load nobody
      * will answer for loads nothing.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-MM TO WS-TODAY-MM
           MOVE WS-STAMP-DD TO WS-TODAY-DD
           MOVE WS-STAMP-YYYY TO WS-TODAY-YYYY
           MOVE WS-TODAY TO WS-DATE-MDY
           PERFORM 0900-REARRANGE-DATE
           MOVE WS-DATE-YMD-NUM TO WS-TODAY-YMD
           PERFORM 0100-LOAD-INV-TABLE
           IF WS-INV-OVERFLOW = 'Y'
               DISPLAY "ERROR: inv.dat holds more records than "
                   "COMP-LOAD can carry. Nothing was loaded - "
                   "compsurv.dat is untouched."
               STOP RUN
           END-IF
           OPEN INPUT PARM-CARD
           READ PARM-CARD
               AT END MOVE 'T' TO WS-PARM-EOF
           END-READ
           CLOSE PARM-CARD
           IF WS-PARM-EOF = 'T' OR PARM-RUN-MODE NOT = 'B'
               DISPLAY "Operator initials (3 chars): "
               ACCEPT WS-INITIALS
           ELSE
               MOVE PARM-OPERATOR TO WS-INITIALS
           END-IF
           IF WS-INITIALS = SPACES
               DISPLAY "ERROR: no operator initials - every survey "
                   "row is loaded with who loaded it. Nothing was "
                   "loaded."
               STOP RUN
           END-IF.
      ******************************************************************
      * This section reads the whole sheet and checks every row,
      * then reads compsurv.dat once to catch rows already loaded.
      ******************************************************************
           OPEN INPUT COMP-SHEET
           PERFORM UNTIL WS-SHEET-EOF = 'T'
               READ COMP-SHEET
                   AT END MOVE 'T' TO WS-SHEET-EOF
                   NOT AT END
                       IF WS-SHEET-COUNT >= 999
                           MOVE 'Y' TO WS-SHEET-OVERFLOW
                       ELSE
                           ADD 1 TO WS-SHEET-COUNT
                           MOVE SHEET-REC TO
                               WS-SR-ROW(WS-SHEET-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMP-SHEET
           IF WS-SHEET-OVERFLOW = 'Y'
               DISPLAY "ERROR: compsheet.dat holds more rows than "
                   "COMP-LOAD can carry (999). Nothing was loaded - "
                   "split the sheet and load each part."
               STOP RUN
           END-IF
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SHEET-COUNT
               PERFORM 0300-CHECK-ONE-ROW
           END-PERFORM
           OPEN INPUT SURVEY
           PERFORM UNTIL WS-SURVEY-EOF = 'T'
               READ SURVEY
                   AT END MOVE 'T' TO WS-SURVEY-EOF
                   NOT AT END PERFORM 0400-CHECK-ON-FILE
               END-READ
           END-PERFORM
           CLOSE SURVEY.
      ******************************************************************
      * This section appends the clean rows to compsurv.dat and
      * writes the report - one line per sheet row, in sheet order -
      * and finishes.
      ******************************************************************
           OPEN OUTPUT LOAD-RPT
           MOVE SPACES TO LOAD-LINE
           STRING "COMPETITOR SURVEY LOAD REPORT   LOADED BY "
                      DELIMITED BY SIZE
                  WS-INITIALS DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  WS-STAMP-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-STAMP-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-STAMP-YYYY DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE
           MOVE "COMP ITEM  DESCRIPTION             PRICE  SURVEYED"
               TO LOAD-LINE
           WRITE LOAD-LINE
           MOVE "--------------------------------------------------"
               TO LOAD-LINE
           WRITE LOAD-LINE
           OPEN EXTEND SURVEY
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SHEET-COUNT
               PERFORM 0500-FINISH-ONE-ROW
           END-PERFORM
           CLOSE SURVEY
           MOVE SPACES TO LOAD-LINE
           WRITE LOAD-LINE
           MOVE WS-LOADED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO LOAD-LINE
           STRING "ROWS LOADED:    " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE
           MOVE WS-REJECT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO LOAD-LINE
           STRING "ROWS REJECTED:  " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE
           CLOSE LOAD-RPT
           DISPLAY "COMP-LOAD done. Loaded " WS-LOADED-COUNT
               ", rejected " WS-REJECT-COUNT
               ". See compload.rpt.".
       STOP RUN.
      ******************************************************************
      * This section reads every inv.dat item number and description
      * into WS-INV-TABLE.
      ******************************************************************
       0100-LOAD-INV-TABLE.
           OPEN INPUT INV
           PERFORM UNTIL WS-EOF = 'T'
               READ INV
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-REC-COUNT >= 999
                           MOVE 'Y' TO WS-INV-OVERFLOW
                       ELSE
                           ADD 1 TO WS-REC-COUNT
                           MOVE INV-ITEM-NUM TO
                               WS-TBL-ITEM-NUM(WS-REC-COUNT)
                           MOVE INV-ITEM-DESC TO
                               WS-TBL-ITEM-DESC(WS-REC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV.
      ******************************************************************
      * This section checks the sheet row at WS-SR-IDX on its own
      * and against the clean rows above it, and sets WS-SR-REASON
      * to why it cannot be loaded.
      ******************************************************************
       0300-CHECK-ONE-ROW.
           MOVE SPACES TO WS-SR-REASON(WS-SR-IDX)
           MOVE SPACES TO WS-SR-ITEM-DESC(WS-SR-IDX)
           IF WS-SR-COMP-CODE(WS-SR-IDX) = SPACES
               MOVE "NO COMPETITOR CODE" TO WS-SR-REASON(WS-SR-IDX)
           ELSE
               IF WS-SR-ITEM-NUM(WS-SR-IDX) NOT NUMERIC
                   MOVE "ITEM NUMBER NOT NUMERIC" TO
                       WS-SR-REASON(WS-SR-IDX)
               ELSE
                   MOVE WS-SR-ITEM-NUM(WS-SR-IDX) TO WS-ITEM-NUM
                   PERFORM 0700-FIND-ITEM
                   IF WS-FOUND = 'N'
                       MOVE "ITEM NOT IN INV.DAT" TO
                           WS-SR-REASON(WS-SR-IDX)
                   ELSE
                       MOVE WS-TBL-ITEM-DESC(WS-INV-IDX) TO
                           WS-SR-ITEM-DESC(WS-SR-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-SR-REASON(WS-SR-IDX) = SPACES
               IF WS-SR-PRICE(WS-SR-IDX) NOT NUMERIC
                   MOVE "PRICE NOT NUMERIC" TO WS-SR-REASON(WS-SR-IDX)
               ELSE
                   IF WS-SR-PRICE(WS-SR-IDX) = ZERO
                       MOVE "PRICE IS ZERO" TO WS-SR-REASON(WS-SR-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-SR-REASON(WS-SR-IDX) = SPACES
               IF WS-SR-SURVEY-DATE(WS-SR-IDX) NOT NUMERIC
                   MOVE "SURVEY DATE NOT MMDDYYYY" TO
                       WS-SR-REASON(WS-SR-IDX)
               ELSE
                   MOVE WS-SR-SURVEY-DATE(WS-SR-IDX) TO WS-DATE-MDY
                   PERFORM 0900-REARRANGE-DATE
                   IF WS-DATE-YMD-MM < 1 OR WS-DATE-YMD-MM > 12
                       OR WS-DATE-YMD-DD < 1 OR WS-DATE-YMD-DD > 31
                       OR WS-DATE-YMD-YYYY = ZERO
                       MOVE "SURVEY DATE NOT MMDDYYYY" TO
                           WS-SR-REASON(WS-SR-IDX)
                   ELSE
                       IF WS-DATE-YMD-NUM > WS-TODAY-YMD
                           MOVE "SURVEY DATE AFTER TODAY" TO
                               WS-SR-REASON(WS-SR-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
      ******************************************************************
      * A row that repeats a clean row above it - same competitor,
      * item, and survey date - is the same price keyed twice.
      ******************************************************************
           IF WS-SR-REASON(WS-SR-IDX) = SPACES
               PERFORM VARYING WS-SR-PRIOR FROM 1 BY 1
                       UNTIL WS-SR-PRIOR >= WS-SR-IDX
                   IF WS-SR-REASON(WS-SR-PRIOR) = SPACES
                       AND WS-SR-COMP-CODE(WS-SR-PRIOR) =
                           WS-SR-COMP-CODE(WS-SR-IDX)
                       AND WS-SR-ITEM-NUM(WS-SR-PRIOR) =
                           WS-SR-ITEM-NUM(WS-SR-IDX)
                       AND WS-SR-SURVEY-DATE(WS-SR-PRIOR) =
                           WS-SR-SURVEY-DATE(WS-SR-IDX)
                       MOVE "REPEATED ON THIS SHEET" TO
                           WS-SR-REASON(WS-SR-IDX)
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * This section takes one compsurv.dat record and rejects every
      * still-clean sheet row it duplicates.
      ******************************************************************
       0400-CHECK-ON-FILE.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SHEET-COUNT
               IF WS-SR-REASON(WS-SR-IDX) = SPACES
                   AND WS-SR-COMP-CODE(WS-SR-IDX) = CS-COMP-CODE
                   AND WS-SR-ITEM-NUM(WS-SR-IDX) = CS-ITEM-NUM
                   AND WS-SR-SURVEY-DATE(WS-SR-IDX) = CS-SURVEY-DATE
                   MOVE "ALREADY IN COMPSURV.DAT" TO
                       WS-SR-REASON(WS-SR-IDX)
               END-IF
           END-PERFORM.
      ******************************************************************
      * This section appends the sheet row at WS-SR-IDX to
      * compsurv.dat when it is clean and writes its report line
      * either way.
      ******************************************************************
       0500-FINISH-ONE-ROW.
           MOVE SPACES TO LOAD-LINE
           IF WS-SR-REASON(WS-SR-IDX) = SPACES
               MOVE WS-SR-COMP-CODE(WS-SR-IDX) TO CS-COMP-CODE
               MOVE WS-SR-ITEM-NUM(WS-SR-IDX) TO CS-ITEM-NUM
               MOVE WS-SR-PRICE(WS-SR-IDX) TO CS-PRICE
               MOVE WS-SR-SURVEY-DATE(WS-SR-IDX) TO CS-SURVEY-DATE
               MOVE WS-INITIALS TO CS-LOADED-BY
               MOVE WS-TODAY TO CS-LOADED-DATE
               WRITE COMP-SURVEY-REC
               ADD 1 TO WS-LOADED-COUNT
               MOVE WS-SR-PRICE(WS-SR-IDX) TO WS-DISP-PRICE
               STRING WS-SR-COMP-CODE(WS-SR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SR-ITEM-NUM(WS-SR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SR-ITEM-DESC(WS-SR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISP-PRICE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-SR-SURVEY-DATE(WS-SR-IDX) DELIMITED BY SIZE
                   INTO LOAD-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               STRING WS-SR-COMP-CODE(WS-SR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SR-ITEM-NUM(WS-SR-IDX) DELIMITED BY SIZE
                      " REJECTED - " DELIMITED BY SIZE
                      WS-SR-REASON(WS-SR-IDX) DELIMITED BY SIZE
                   INTO LOAD-LINE
               END-STRING
           END-IF
           WRITE LOAD-LINE.
      ******************************************************************
      * This section searches WS-INV-TABLE for WS-ITEM-NUM. Sets
      * WS-FOUND to 'Y' and WS-INV-IDX to the matching slot, or 'N'
      * if there is no match.
      ******************************************************************
       0700-FIND-ITEM.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-REC-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-ITEM-NUM = WS-TBL-ITEM-NUM(WS-INV-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
      * The loop's VARYING steps the index once more after the match
      * before the UNTIL test sees WS-FOUND, so step it back here.
           IF WS-FOUND = 'Y'
               SET WS-INV-IDX DOWN BY 1
           END-IF.
      ******************************************************************
      * This section rearranges the MMDDYYYY date in WS-DATE-MDY
      * into YYYYMMDD in WS-DATE-YMD, so two dates can be compared
      * as plain numbers - the same rearrangement PRICE-GEN does.
      ******************************************************************
       0900-REARRANGE-DATE.
           MOVE WS-DATE-MDY-YYYY TO WS-DATE-YMD-YYYY
           MOVE WS-DATE-MDY-MM TO WS-DATE-YMD-MM
           MOVE WS-DATE-MDY-DD TO WS-DATE-YMD-DD.
