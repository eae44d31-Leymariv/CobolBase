      *> ROOMREF - room master record (ROOM.REF), kept by
      *> facilities. One line per teaching room: the room id, its
      *> building, the seats it holds and its room type (LAB, LECT,
      *> SEM and so on). CRR-ROOM-TYPE on COURSE.REF names the type
      *> a course must be taught in; RoomAllocation only seats a
      *> course in a room of that type.
       01  RoomReferenceRecord.
           05  RM-ROOM-ID           PIC X(6).
           05  FILLER               PIC X.
           05  RM-BUILDING          PIC X(20).
           05  FILLER               PIC X.
           05  RM-SEAT-COUNT        PIC 9(4).
           05  FILLER               PIC X.
           05  RM-ROOM-TYPE         PIC X(4).
