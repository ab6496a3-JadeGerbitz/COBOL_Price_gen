      ******************************************************************
      * COMPREC - shared compsurv.dat record layout, used by
      * COMP-LOAD (which appends every survey row it accepted) and
      * COMP-POSITION (which compares our RETL prices against the
      * latest of them) so both agree on the same fields.
      *
      * One record per price a store manager saw on a competitor's
      * shelf: the competitor's code (the shop's own four-character
      * shorthand - the same code on every sheet from that store),
      * the item, the shelf price observed, and the day it was seen
      * (MMDDYYYY). CS-LOADED-BY and CS-LOADED-DATE say who loaded
      * the sheet and when. Older surveys stay on file; a reader
      * wanting today's market takes the latest survey date for
      * each competitor and item.
      ******************************************************************
       01 COMP-SURVEY-REC.
           05 CS-COMP-CODE                     PIC X(4).
           05 CS-ITEM-NUM                      PIC 9(5).
           05 CS-PRICE                         PIC 9(5)V99.
           05 CS-SURVEY-DATE                   PIC 9(8).
           05 CS-LOADED-BY                     PIC X(3).
           05 CS-LOADED-DATE                   PIC 9(8).
