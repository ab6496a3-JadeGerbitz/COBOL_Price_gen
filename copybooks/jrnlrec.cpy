      ******************************************************************
      * JRNLREC - shared inv-journal.dat record layout, used by every
      * program that rewrites inv.dat (INV-MAINT, COST-LOAD,
      * SALES-IMPORT, PO-RECEIVE, INV-COUNT) to append what it
      * changed, and by JRNL-RPT to report it back.
      *
      * One record per inv.dat record added, changed, or deleted.
      * JRNL-BEFORE is the record as it stood before the program
      * touched it and JRNL-AFTER is the record as it was written
      * back - laid out field for field like INVREC, so a program
      * holding inv.dat in its usual WS-INV-ENTRY table can move a
      * whole entry across in one MOVE. An add has no before image
      * and a delete no after image; the missing image is spaces.
      *
      * JRNL-ACTION: A added, C changed, D deleted.
      * JRNL-STAMP is the clock at the time of the write, year
      * first, so a date range compares numerically.
      * JRNL-OPERATOR is the initials of the person who ran the
      * program (or, for INV-COUNT, the supervisor who accepted the
      * count being posted).
      ******************************************************************
       01 JRNL-REC.
           05 JRNL-STAMP.
               10 JRNL-STAMP-DATE              PIC 9(8).
               10 JRNL-STAMP-TIME              PIC 9(6).
           05 JRNL-PROGRAM                     PIC X(15).
           05 JRNL-OPERATOR                    PIC X(3).
           05 JRNL-ACTION                      PIC X(1).
           05 JRNL-ITEM-NUM                    PIC 9(5).
           05 JRNL-BEFORE.
               10 JRNL-B-ITEM-NUM              PIC 9(5).
               10 JRNL-B-ITEM-DESC             PIC X(20).
               10 JRNL-B-ITEM-CAT              PIC X(4).
               10 JRNL-B-ITEM-COST             PIC 9(4)V99.
               10 JRNL-B-QTY-ON-HAND           PIC 9(5).
               10 JRNL-B-REORDER-POINT         PIC 9(5).
               10 JRNL-B-VENDOR-CODE           PIC X(4).
               10 JRNL-B-CASE-PACK             PIC 9(3).
           05 JRNL-AFTER.
               10 JRNL-A-ITEM-NUM              PIC 9(5).
               10 JRNL-A-ITEM-DESC             PIC X(20).
               10 JRNL-A-ITEM-CAT              PIC X(4).
               10 JRNL-A-ITEM-COST             PIC 9(4)V99.
               10 JRNL-A-QTY-ON-HAND           PIC 9(5).
               10 JRNL-A-REORDER-POINT         PIC 9(5).
               10 JRNL-A-VENDOR-CODE           PIC X(4).
               10 JRNL-A-CASE-PACK             PIC 9(3).
