      ******************************************************************
      * Copybook: STDROOM
      * Purpose:  Examination room master record, one line per room in
      *           EXAMROOM.txt, maintained by the exam office before
      *           each examination. Carries the room code printed on
      *           hall tickets, the number of candidates the room may
      *           hold, and the rows and columns of its desk layout;
      *           seats are numbered row by row from the front, so a
      *           room whose capacity is less than rows times columns
      *           leaves the end of its last row unused. Rooms are
      *           filled in the order they appear on the master.
      ******************************************************************
       01 ROOM-REC.
           05 ROOM-CODE          PIC X(6).
           05 ROOM-CAPACITY      PIC 9(4).
           05 ROOM-ROWS          PIC 99.
           05 ROOM-COLS          PIC 99.
