      ******************************************************************
      * BKUPREC - shared backup.dat record layout, used by
      * FILE-BACKUP (writer) and FILE-RESTORE (reader). backup.dat
      * holds every kept generation one after another: each live
      * record copied whole into BK-DATA, tagged with the
      * generation it belongs to and the file it came from (the
      * same four-character ids bkupctl.dat uses), so one file
      * carries the whole set and a restore can pick out just the
      * generation and file it wants.
      ******************************************************************
       01 BKUP-REC.
           05 BK-GEN-NUM                       PIC 9(4).
           05 BK-FILE-ID                       PIC X(4).
           05 BK-DATA                          PIC X(80).
