              VALUE "11STUDENT MAINT       StudentMaint      2".
            05  FILLER PIC X(41)
              VALUE "12LOCK ADMINISTRATION LockAdmin         2".
            05  FILLER PIC X(41)
              VALUE "13EMPLOYEE INQUIRY    EmployeeInquiry   1".
        01  FILLER REDEFINES WS-MENU-TABLE-VALUES.
            05  MENU-ENTRY OCCURS 13 TIMES.
              10  ME-NUMBER          PIC 99.
              10  ME-CAPTION         PIC X(20).
              10  ME-PROGRAM         PIC X(18).
              10  ME-LEVEL           PIC 9.

        78  WS-MENU-COUNT            VALUE 13.
        01  WS-ME-IDX                PIC 99.
        01  WS-MENU-CHOICE           PIC XX.
        01  WS-CHOICE-NUMBER         PIC 99.
