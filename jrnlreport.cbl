       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNL-REPORT.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program prints the inventory change journal every
      * program that rewrites inv.dat appends to inv-journal.dat -
      * the answer to "who changed item 00042's cost last week, and
      * was it a clerk in INV-MAINT or a vendor sheet through
      * COST-LOAD". Each entry prints a heading line (clock stamp,
      * program, operator initials, added / changed / deleted, item
      * number) and then one line per field: for a change only the
      * fields that actually moved, from what to what; for an add
      * every field as it went in; for a delete every field as it
      * stood when it went.
      *
      * The selection comes from an optional jrnlrpt.par card the
      * same way apprrpt.par steers APPR-REPORT:
      *   Column A=run mode (B=batch, I=interactive), B=item number
      *   (5 digits, zero = every item), C=from date, D=to date
      *   (both MMDDYYYY inclusive, zero = open ended), E=program
      *   name (15 characters, blank = every program).
      * No card (or one not marked B) falls back to prompts. The
      * three selections combine, so one item's changes by one
      * program over one week is a single run.
      *
      * Input files: inv-journal.dat, jrnlrpt.par
      * Output: jrnl.rpt
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL ASSIGN TO 'inv-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'jrnlrpt.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNL-RPT ASSIGN TO 'jrnl.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL.
           COPY jrnlrec.
       FD PARM-CARD.
       01 PARM-CARD-REC.
           05 PARM-RUN-MODE                    PIC X(1).
           05 PARM-ITEM-NUM                    PIC 9(5).
           05 PARM-FROM-DATE                   PIC 9(8).
           05 PARM-TO-DATE                     PIC 9(8).
           05 PARM-PROGRAM                     PIC X(15).
       FD JRNL-RPT.
       01 JRNL-LINE                            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-PARM-EOF                          PIC A(1) VALUE 'F'.
       01 WS-SEL-ITEM                          PIC 9(5) VALUE ZERO.
       01 WS-SEL-PROGRAM                       PIC X(15) VALUE SPACES.
       01 WS-FROM-DATE                         PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE                           PIC 9(8) VALUE ZERO.
      ******************************************************************
      * The range bounds rearranged to year-first order once, so
      * each entry's stamp (already year-first off the system clock)
      * filters with a plain numeric compare. A zero bound stays at
      * its open-ended extreme.
      ******************************************************************
       01 WS-FROM-YMD                          PIC 9(8) VALUE ZERO.
       01 WS-TO-YMD                            PIC 9(8) VALUE 99999999.
       01 WS-DATE-MDY.
           05 WS-DATE-MDY-MM                   PIC 9(2).
           05 WS-DATE-MDY-DD                   PIC 9(2).
           05 WS-DATE-MDY-YYYY                 PIC 9(4).
       01 WS-DATE-YMD.
           05 WS-DATE-YMD-YYYY                 PIC 9(4).
           05 WS-DATE-YMD-MM                   PIC 9(2).
           05 WS-DATE-YMD-DD                   PIC 9(2).
       01 WS-SELECTED                          PIC A(1).
       01 WS-PRINTED-COUNT                     PIC 9(4) VALUE ZERO.
       01 WS-ADDED-COUNT                       PIC 9(4) VALUE ZERO.
       01 WS-CHANGED-COUNT                     PIC 9(4) VALUE ZERO.
       01 WS-DELETED-COUNT                     PIC 9(4) VALUE ZERO.
       01 WS-ACTION-WORD                       PIC X(7).
      ******************************************************************
      * One field's line: its name and the before and after values
      * already formatted for print. The side an add or a delete
      * does not have stays blank.
      ******************************************************************
       01 WS-FIELD-NAME                        PIC X(12).
       01 WS-BEFORE-TEXT                       PIC X(20).
       01 WS-AFTER-TEXT                        PIC X(20).
       01 WS-DISP-COST                         PIC ZZZ9.99.
       01 WS-DISP-QTY                          PIC ZZZZ9.
       01 WS-DISP-PACK                         PIC ZZ9.
       01 WS-DISP-COUNT                        PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section gets the selection either from the optional
      * jrnlrpt.par card (batch) or the prompts, and rearranges the
      * date bounds for comparing.
      ******************************************************************
           OPEN INPUT PARM-CARD
           READ PARM-CARD
               AT END MOVE 'T' TO WS-PARM-EOF
           END-READ
           CLOSE PARM-CARD
           IF WS-PARM-EOF = 'T' OR PARM-RUN-MODE NOT = 'B'
               DISPLAY "Item number (5 digits, 0 = every item): "
               ACCEPT WS-SEL-ITEM
               DISPLAY "From date (MMDDYYYY, 0 = start of journal): "
               ACCEPT WS-FROM-DATE
               DISPLAY "To date (MMDDYYYY, 0 = end of journal): "
               ACCEPT WS-TO-DATE
               DISPLAY "Program (e.g. COST-LOAD, blank = every "
                   "program): "
               ACCEPT WS-SEL-PROGRAM
           ELSE
               MOVE PARM-ITEM-NUM TO WS-SEL-ITEM
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
               MOVE PARM-TO-DATE TO WS-TO-DATE
               MOVE PARM-PROGRAM TO WS-SEL-PROGRAM
               DISPLAY "Batch mode - selection from jrnlrpt.par."
           END-IF
           IF WS-SEL-ITEM NOT NUMERIC
               MOVE ZERO TO WS-SEL-ITEM
           END-IF
           IF WS-FROM-DATE NUMERIC AND WS-FROM-DATE > ZERO
               MOVE WS-FROM-DATE TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               MOVE WS-DATE-YMD TO WS-FROM-YMD
           END-IF
           IF WS-TO-DATE NUMERIC AND WS-TO-DATE > ZERO
               MOVE WS-TO-DATE TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               MOVE WS-DATE-YMD TO WS-TO-YMD
           END-IF.
      ******************************************************************
      * This section streams the journal, printing every entry the
      * selection lets through.
      ******************************************************************
           OPEN OUTPUT JRNL-RPT
           MOVE "INVENTORY CHANGE JOURNAL" TO JRNL-LINE
           WRITE JRNL-LINE
           MOVE SPACES TO JRNL-LINE
           STRING "ITEM " DELIMITED BY SIZE
                  WS-SEL-ITEM DELIMITED BY SIZE
                  "  FROM " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  "  PROGRAM " DELIMITED BY SIZE
                  WS-SEL-PROGRAM DELIMITED BY SIZE
                  " (ZERO OR BLANK = ALL)" DELIMITED BY SIZE
               INTO JRNL-LINE
           END-STRING
           WRITE JRNL-LINE
           MOVE "=================================================="
               TO JRNL-LINE
           WRITE JRNL-LINE
           OPEN INPUT JOURNAL
           PERFORM UNTIL WS-EOF = 'T'
               READ JOURNAL
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END PERFORM 0300-SELECT-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE JOURNAL.
      ******************************************************************
      * This section totals the report and finishes.
      ******************************************************************
           MOVE SPACES TO JRNL-LINE
           WRITE JRNL-LINE
           IF WS-PRINTED-COUNT = ZERO
               MOVE "NO JOURNAL ENTRIES MATCH THE SELECTION."
                   TO JRNL-LINE
               WRITE JRNL-LINE
           END-IF
           MOVE WS-ADDED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO JRNL-LINE
           STRING "ADDED:    " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO JRNL-LINE
           END-STRING
           WRITE JRNL-LINE
           MOVE WS-CHANGED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO JRNL-LINE
           STRING "CHANGED:  " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO JRNL-LINE
           END-STRING
           WRITE JRNL-LINE
           MOVE WS-DELETED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO JRNL-LINE
           STRING "DELETED:  " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO JRNL-LINE
           END-STRING
           WRITE JRNL-LINE
           CLOSE JRNL-RPT
           DISPLAY "Journal report written to jrnl.rpt - "
               WS-PRINTED-COUNT " entry(ies) selected.".
       STOP RUN.
      ******************************************************************
      * This section decides whether the entry in hand passes the
      * item, date, and program selections. An entry whose stamp is
      * unreadable passes the date test - a journal line that cannot
      * place itself in time is exactly the one somebody should
      * look at.
      ******************************************************************
       0300-SELECT-ONE-ENTRY.
           MOVE 'Y' TO WS-SELECTED
           IF WS-SEL-ITEM NOT = ZERO
               AND JRNL-ITEM-NUM NOT = WS-SEL-ITEM
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF WS-SEL-PROGRAM NOT = SPACES
               AND JRNL-PROGRAM NOT = WS-SEL-PROGRAM
               MOVE 'N' TO WS-SELECTED
           END-IF
           IF JRNL-STAMP-DATE NUMERIC
               IF JRNL-STAMP-DATE < WS-FROM-YMD
                   OR JRNL-STAMP-DATE > WS-TO-YMD
                   MOVE 'N' TO WS-SELECTED
               END-IF
           END-IF
           IF WS-SELECTED = 'Y'
               PERFORM 0400-PRINT-ENTRY
           END-IF.
      ******************************************************************
      * This section prints the heading line for the entry in hand,
      * then its field lines, and counts it into the totals.
      ******************************************************************
       0400-PRINT-ENTRY.
           EVALUATE JRNL-ACTION
               WHEN 'A'
                   MOVE "ADDED" TO WS-ACTION-WORD
                   ADD 1 TO WS-ADDED-COUNT
               WHEN 'D'
                   MOVE "DELETED" TO WS-ACTION-WORD
                   ADD 1 TO WS-DELETED-COUNT
               WHEN OTHER
                   MOVE "CHANGED" TO WS-ACTION-WORD
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE
           MOVE SPACES TO JRNL-LINE
           WRITE JRNL-LINE
           MOVE SPACES TO JRNL-LINE
           STRING JRNL-STAMP-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JRNL-STAMP-TIME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  JRNL-PROGRAM DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  JRNL-OPERATOR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ACTION-WORD DELIMITED BY SIZE
                  " ITEM " DELIMITED BY SIZE
                  JRNL-ITEM-NUM DELIMITED BY SIZE
               INTO JRNL-LINE
           END-STRING
           WRITE JRNL-LINE
           PERFORM 0500-PRINT-FIELDS
           ADD 1 TO WS-PRINTED-COUNT.
      ******************************************************************
      * This section writes a line for each field worth showing: on
      * a change only the fields whose before and after differ, on
      * an add or a delete every field. Only the image the entry
      * actually has is formatted - the missing one is spaces, not
      * digits.
      ******************************************************************
       0500-PRINT-FIELDS.
           IF JRNL-ACTION NOT = 'C'
               OR JRNL-B-ITEM-DESC NOT = JRNL-A-ITEM-DESC
               MOVE "DESCRIPTION" TO WS-FIELD-NAME
               MOVE SPACES TO WS-BEFORE-TEXT
               MOVE SPACES TO WS-AFTER-TEXT
               IF JRNL-ACTION NOT = 'A'
                   MOVE JRNL-B-ITEM-DESC TO WS-BEFORE-TEXT
               END-IF
               IF JRNL-ACTION NOT = 'D'
                   MOVE JRNL-A-ITEM-DESC TO WS-AFTER-TEXT
               END-IF
               PERFORM 0600-WRITE-FIELD-LINE
           END-IF
           IF JRNL-ACTION NOT = 'C'
               OR JRNL-B-ITEM-CAT NOT = JRNL-A-ITEM-CAT
               MOVE "CATEGORY" TO WS-FIELD-NAME
               MOVE SPACES TO WS-BEFORE-TEXT
               MOVE SPACES TO WS-AFTER-TEXT
               IF JRNL-ACTION NOT = 'A'
                   MOVE JRNL-B-ITEM-CAT TO WS-BEFORE-TEXT
               END-IF
               IF JRNL-ACTION NOT = 'D'
                   MOVE JRNL-A-ITEM-CAT TO WS-AFTER-TEXT
               END-IF
               PERFORM 0600-WRITE-FIELD-LINE
           END-IF
           IF JRNL-ACTION NOT = 'C'
               OR JRNL-B-ITEM-COST NOT = JRNL-A-ITEM-COST
               MOVE "COST" TO WS-FIELD-NAME
               MOVE SPACES TO WS-BEFORE-TEXT
               MOVE SPACES TO WS-AFTER-TEXT
               IF JRNL-ACTION NOT = 'A'
                   MOVE JRNL-B-ITEM-COST TO WS-DISP-COST
                   MOVE WS-DISP-COST TO WS-BEFORE-TEXT
               END-IF
               IF JRNL-ACTION NOT = 'D'
                   MOVE JRNL-A-ITEM-COST TO WS-DISP-COST
                   MOVE WS-DISP-COST TO WS-AFTER-TEXT
               END-IF
               PERFORM 0600-WRITE-FIELD-LINE
           END-IF
           IF JRNL-ACTION NOT = 'C'
               OR JRNL-B-QTY-ON-HAND NOT = JRNL-A-QTY-ON-HAND
               MOVE "ON HAND" TO WS-FIELD-NAME
               MOVE SPACES TO WS-BEFORE-TEXT
               MOVE SPACES TO WS-AFTER-TEXT
               IF JRNL-ACTION NOT = 'A'
                   MOVE JRNL-B-QTY-ON-HAND TO WS-DISP-QTY
                   MOVE WS-DISP-QTY TO WS-BEFORE-TEXT
               END-IF
               IF JRNL-ACTION NOT = 'D'
                   MOVE JRNL-A-QTY-ON-HAND TO WS-DISP-QTY
                   MOVE WS-DISP-QTY TO WS-AFTER-TEXT
               END-IF
               PERFORM 0600-WRITE-FIELD-LINE
           END-IF
           IF JRNL-ACTION NOT = 'C'
               OR JRNL-B-REORDER-POINT NOT = JRNL-A-REORDER-POINT
               MOVE "REORDER PT" TO WS-FIELD-NAME
               MOVE SPACES TO WS-BEFORE-TEXT
               MOVE SPACES TO WS-AFTER-TEXT
               IF JRNL-ACTION NOT = 'A'
                   MOVE JRNL-B-REORDER-POINT TO WS-DISP-QTY
                   MOVE WS-DISP-QTY TO WS-BEFORE-TEXT
               END-IF
               IF JRNL-ACTION NOT = 'D'
                   MOVE JRNL-A-REORDER-POINT TO WS-DISP-QTY
                   MOVE WS-DISP-QTY TO WS-AFTER-TEXT
               END-IF
               PERFORM 0600-WRITE-FIELD-LINE
           END-IF
           IF JRNL-ACTION NOT = 'C'
               OR JRNL-B-VENDOR-CODE NOT = JRNL-A-VENDOR-CODE
               MOVE "VENDOR" TO WS-FIELD-NAME
               MOVE SPACES TO WS-BEFORE-TEXT
               MOVE SPACES TO WS-AFTER-TEXT
               IF JRNL-ACTION NOT = 'A'
                   MOVE JRNL-B-VENDOR-CODE TO WS-BEFORE-TEXT
               END-IF
               IF JRNL-ACTION NOT = 'D'
                   MOVE JRNL-A-VENDOR-CODE TO WS-AFTER-TEXT
               END-IF
               PERFORM 0600-WRITE-FIELD-LINE
           END-IF
           IF JRNL-ACTION NOT = 'C'
               OR JRNL-B-CASE-PACK NOT = JRNL-A-CASE-PACK
               MOVE "CASE PACK" TO WS-FIELD-NAME
               MOVE SPACES TO WS-BEFORE-TEXT
               MOVE SPACES TO WS-AFTER-TEXT
               IF JRNL-ACTION NOT = 'A'
                   MOVE JRNL-B-CASE-PACK TO WS-DISP-PACK
                   MOVE WS-DISP-PACK TO WS-BEFORE-TEXT
               END-IF
               IF JRNL-ACTION NOT = 'D'
                   MOVE JRNL-A-CASE-PACK TO WS-DISP-PACK
                   MOVE WS-DISP-PACK TO WS-AFTER-TEXT
               END-IF
               PERFORM 0600-WRITE-FIELD-LINE
           END-IF.
      ******************************************************************
      * This section writes one field line from WS-FIELD-NAME,
      * WS-BEFORE-TEXT, and WS-AFTER-TEXT.
      ******************************************************************
       0600-WRITE-FIELD-LINE.
           MOVE SPACES TO JRNL-LINE
           STRING "    " DELIMITED BY SIZE
                  WS-FIELD-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BEFORE-TEXT DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-AFTER-TEXT DELIMITED BY SIZE
               INTO JRNL-LINE
           END-STRING
           WRITE JRNL-LINE.
      ******************************************************************
      * This section rearranges the MMDDYYYY date in WS-DATE-MDY
      * into YYYYMMDD in WS-DATE-YMD, so two dates can be compared
      * as plain numbers - the same rearrangement PRICE-GEN does.
      ******************************************************************
       0900-REARRANGE-DATE.
           MOVE WS-DATE-MDY-YYYY TO WS-DATE-YMD-YYYY
           MOVE WS-DATE-MDY-MM TO WS-DATE-YMD-MM
           MOVE WS-DATE-MDY-DD TO WS-DATE-YMD-DD.
