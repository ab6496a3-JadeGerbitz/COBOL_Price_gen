      ******************************************************************
      * SALEHIST - shared sales-history.dat record layout, used by
      * SALES-IMPORT (which appends every movement row it applied)
      * and SELL-THRU (which reports what sold) so both agree on the
      * same fields.
      *
      * One record per applied salesmove.dat detail row: the item,
      * the movement date off the file's header record (MMDDYYYY,
      * the day the registers sold the units), and the units sold.
      * An item with two rows on one night's file has two records
      * here - readers add them up. Rows SALES-IMPORT rejected never
      * reach this file, and neither does anything from a file that
      * failed its control check.
      ******************************************************************
       01 SALE-HIST-REC.
           05 SH-ITEM-NUM                      PIC 9(5).
           05 SH-MOVE-DATE                     PIC 9(8).
           05 SH-UNITS-SOLD                    PIC 9(6).
