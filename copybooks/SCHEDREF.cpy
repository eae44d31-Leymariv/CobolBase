      *> SCHEDREF - course timetable record (SCHEDULE.REF). One
      *> timetable slot per course: seven Y/N meeting-day flags
      *> Monday through Sunday and the period of the day the course
      *> occupies. Two courses clash when they share a day and the
      *> period - for a student (StudentMaint) or for a room
      *> (RoomAllocation).
       01  ScheduleReferenceRecord.
           05  SC-COURSE-CODE       PIC X(4).
           05  FILLER               PIC X.
           05  SC-MEETING-DAYS      PIC X(7).
           05  FILLER               PIC X.
           05  SC-PERIOD            PIC 99.
