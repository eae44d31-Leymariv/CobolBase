      *> ROOMALOC - term room allocation record (ROOMALOC.DAT,
      *> indexed by RA-ALLOCATION-KEY: term then course). One record
      *> per timetabled course the RoomAllocation run has seated in
      *> a room for the term, carrying the room's building and the
      *> slot it holds the room for so CourseRoster and the
      *> enrollment notices can print where the course meets. A
      *> course the run could not place has no record.
       01  ROOM-ALLOCATION-RECORD.
           05  RA-ALLOCATION-KEY.
               10  RA-TERM-CODE     PIC X(5).
               10  RA-COURSE-CODE   PIC X(4).
           05  RA-ROOM-ID           PIC X(6).
           05  RA-BUILDING          PIC X(20).
           05  RA-MEETING-DAYS      PIC X(7).
           05  RA-PERIOD            PIC 99.
           05  RA-SEATS-NEEDED      PIC 9(4).
           05  RA-ALLOCATED-DATE    PIC 9(8).
