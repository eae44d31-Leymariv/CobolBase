       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentHoldMaint.
      * Manual hold maintenance run for the student hold file
      * (STUHOLD copybook, STUHOLD.DAT), in the AwardMaint mold.
      * Reads HOLDTRAN.DAT transactions and prints a register of
      * everything it did:
      *     P - place a hold: student, hold type (F financial /
      *         L library / D disciplinary) and the reason
      *     R - release the standing hold of that type
      * The student must be on STUDENT-MASTER. A hold keeps the
      * student from enrolling and from an official transcript, so
      * the run needs a level-2 OperatorSignOn before it applies
      * anything, and the supervisor is stamped on every hold
      * placed or released. A financial hold released here while
      * the tuition is still overdue is placed again by the next
      * StudentHoldRun.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT STUDENT-HOLD-FILE
            ASSIGN TO "STUHOLD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SH-HOLD-KEY
            FILE STATUS IS WS-HOLD-STATUS.
          SELECT STUDENT-MASTER
            ASSIGN TO "STUDENT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS StudentId
            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
            FILE STATUS IS WS-STUDENT-STATUS.
          SELECT HOLD-TRANSACTION-FILE
            ASSIGN TO "HOLDTRAN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.
          SELECT HOLD-MAINT-REGISTER
            ASSIGN TO "HOLDMNT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STUDENT-HOLD-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STUHOLD.

        FD  STUDENT-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY STUDREC.

        FD  HOLD-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  HOLD-TRANSACTION-RECORD.
            05  HT-ACTION-CODE       PIC X.
                88  HT-PlaceHold         VALUE "P".
                88  HT-ReleaseHold       VALUE "R".
                88  HT-ValidAction       VALUE "P" "R".
            05  HT-STUDENT-ID        PIC 9(7).
            05  HT-HOLD-TYPE         PIC X.
                88  HT-ValidHoldType     VALUE "F" "L" "D".
            05  HT-HOLD-REASON       PIC X(30).

        FD  HOLD-MAINT-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  HoldMaintRegisterLine    PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-HOLD-STATUS           PIC XX.
            88  HoldFileOK               VALUE "00".
        01  WS-STUDENT-STATUS        PIC XX.
            88  StudentFileOK            VALUE "00".
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-REGISTER-STATUS       PIC XX.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "STUDENT".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfStudentMaster       VALUE "Y".

        01  WS-OS-REQUIRED-LEVEL     PIC 9 VALUE 2.
        01  WS-OS-OPERATOR-ID        PIC X(8).
        01  WS-OS-RESULT             PIC X.
            88  SupervisorSignedOn       VALUE "Y".

        01  WS-RUN-DATE              PIC 9(8).

        01  WS-APPLIED-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-REJECTED-COUNT        PIC 9(4) VALUE ZERO.

        01  WS-REGISTER-HEADING      PIC X(40)
                VALUE "STUDENT HOLD MAINTENANCE REGISTER".
        01  WS-REGISTER-LINE.
            05  WS-RGL-ACTION        PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-STUDENT-ID    PIC 9(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-SURNAME       PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-INITIALS      PIC XX.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-HOLD-TYPE     PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-REASON        PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DISPOSITION   PIC X(24).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT HOLD-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No HOLDTRAN.DAT available, hold "
                    "maintenance skipped"
                STOP RUN
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            DISPLAY "Supervisor sign-on needed to maintain holds"
            MOVE "N" TO WS-OS-RESULT
            MOVE SPACES TO WS-OS-OPERATOR-ID
            CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                WS-OS-OPERATOR-ID WS-OS-RESULT
            IF NOT SupervisorSignedOn
                DISPLAY "Hold maintenance refused - no supervisor "
                    "sign-on"
                CLOSE HOLD-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT STUDENT-MASTER
            IF NOT StudentFileOK
                DISPLAY "No STUDENT-MASTER available, hold "
                    "maintenance skipped"
                CLOSE HOLD-TRANSACTION-FILE
                STOP RUN
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "STUDENT-MASTER FAILS ITS CONTROL TOTALS - "
                    "HOLD MAINTENANCE REFUSED"
                CLOSE HOLD-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-STUDENT-HOLD-FILE
            OPEN OUTPUT HOLD-MAINT-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE HoldMaintRegisterLine FROM REPORT-STAMP-LINE
            WRITE HoldMaintRegisterLine FROM WS-REGISTER-HEADING
            PERFORM READ-HOLD-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                PERFORM APPLY-ONE-TRANSACTION
                PERFORM READ-HOLD-TRANSACTION
            END-PERFORM
            CLOSE STUDENT-HOLD-FILE
            CLOSE STUDENT-MASTER
            CLOSE HOLD-MAINT-REGISTER
            CLOSE HOLD-TRANSACTION-FILE
            DISPLAY "Hold maintenance: " WS-APPLIED-COUNT
                " applied, " WS-REJECTED-COUNT " rejected"
            STOP RUN.

        OPEN-STUDENT-HOLD-FILE.
            OPEN I-O STUDENT-HOLD-FILE
            IF NOT HoldFileOK
                OPEN OUTPUT STUDENT-HOLD-FILE
                CLOSE STUDENT-HOLD-FILE
                OPEN I-O STUDENT-HOLD-FILE
                IF NOT HoldFileOK
                    DISPLAY "Unable to open STUHOLD.DAT, status "
                        WS-HOLD-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

        READ-HOLD-TRANSACTION.
            READ HOLD-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
            END-READ.

        APPLY-ONE-TRANSACTION.
            MOVE SPACES TO WS-RGL-SURNAME
            MOVE SPACES TO WS-RGL-INITIALS
            MOVE SPACES TO WS-RGL-DISPOSITION
            IF NOT HT-ValidAction
               OR HT-STUDENT-ID IS NOT NUMERIC
               OR NOT HT-ValidHoldType
                MOVE "BAD TRANSACTION" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE HT-STUDENT-ID TO StudentId
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "STUDENT NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
            END-READ
            MOVE Surname TO WS-RGL-SURNAME
            MOVE Initials TO WS-RGL-INITIALS
            EVALUATE TRUE
                WHEN HT-PlaceHold
                    PERFORM PLACE-HOLD
                WHEN HT-ReleaseHold
                    PERFORM RELEASE-HOLD
            END-EVALUATE.

      * A hold needs a reason - it is what the reject listings
      * show. A released hold is placed again on its own record.
        PLACE-HOLD.
            IF HT-HOLD-REASON = SPACES
                MOVE "MISSING HOLD REASON" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE HT-STUDENT-ID TO SH-STUDENT-ID
            MOVE HT-HOLD-TYPE TO SH-HOLD-TYPE
            READ STUDENT-HOLD-FILE
                INVALID KEY
                    PERFORM MOVE-HOLD-DETAILS
                    WRITE STUDENT-HOLD-RECORD
                        INVALID KEY
                            MOVE "HOLD ALREADY ON FILE"
                                TO WS-RGL-DISPOSITION
                            PERFORM NOTE-REJECTED-TRANSACTION
                        NOT INVALID KEY
                            MOVE "PLACED" TO WS-RGL-DISPOSITION
                            PERFORM NOTE-APPLIED-TRANSACTION
                    END-WRITE
                NOT INVALID KEY
                    IF SH-HoldStanding
                        MOVE "HOLD ALREADY STANDING"
                            TO WS-RGL-DISPOSITION
                        PERFORM NOTE-REJECTED-TRANSACTION
                    ELSE
                        PERFORM MOVE-HOLD-DETAILS
                        PERFORM REWRITE-HOLD
                        IF WS-RGL-DISPOSITION = SPACES
                            MOVE "PLACED" TO WS-RGL-DISPOSITION
                            PERFORM NOTE-APPLIED-TRANSACTION
                        END-IF
                    END-IF
            END-READ.

        RELEASE-HOLD.
            MOVE HT-STUDENT-ID TO SH-STUDENT-ID
            MOVE HT-HOLD-TYPE TO SH-HOLD-TYPE
            READ STUDENT-HOLD-FILE
                INVALID KEY
                    MOVE "HOLD NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    IF NOT SH-HoldStanding
                        MOVE "HOLD ALREADY RELEASED"
                            TO WS-RGL-DISPOSITION
                        PERFORM NOTE-REJECTED-TRANSACTION
                    ELSE
                        MOVE WS-RUN-DATE TO SH-RELEASED-DATE
                        MOVE WS-OS-OPERATOR-ID TO SH-RELEASED-BY
                        PERFORM REWRITE-HOLD
                        IF WS-RGL-DISPOSITION = SPACES
                            MOVE "RELEASED" TO WS-RGL-DISPOSITION
                            PERFORM NOTE-APPLIED-TRANSACTION
                        END-IF
                    END-IF
            END-READ.

        MOVE-HOLD-DETAILS.
            MOVE HT-STUDENT-ID TO SH-STUDENT-ID
            MOVE HT-HOLD-TYPE TO SH-HOLD-TYPE
            MOVE WS-RUN-DATE TO SH-PLACED-DATE
            MOVE WS-OS-OPERATOR-ID TO SH-PLACED-BY
            MOVE ZERO TO SH-RELEASED-DATE
            MOVE SPACES TO SH-RELEASED-BY
            MOVE HT-HOLD-REASON TO SH-HOLD-REASON.

        REWRITE-HOLD.
            REWRITE STUDENT-HOLD-RECORD
                INVALID KEY
                    MOVE "HOLD NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
            END-REWRITE.

      * One pass over the master recomputes the record count and
      * StudentId hash for the shared MasterControl check - the
      * refuse-on-imbalance convention every reader of the masters
      * follows. The file is reopened afterward for keyed reads.
        VERIFY-MASTER-CONTROL-TOTALS.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfStudentMaster
                READ STUDENT-MASTER NEXT RECORD
                    AT END SET EndOfStudentMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        ADD StudentId TO WS-MC-HASH
                END-READ
            END-PERFORM
            CLOSE STUDENT-MASTER
            MOVE "V" TO WS-MC-ACTION
            CALL "MasterControl" USING WS-MC-ACTION WS-MC-FILE-ID
                WS-MC-COUNT WS-MC-HASH WS-MC-RESULT
            IF MasterControlOK
                OPEN INPUT STUDENT-MASTER
            END-IF.

        NOTE-APPLIED-TRANSACTION.
            ADD 1 TO WS-APPLIED-COUNT
            PERFORM WRITE-REGISTER-LINE.

        NOTE-REJECTED-TRANSACTION.
            ADD 1 TO WS-REJECTED-COUNT
            PERFORM WRITE-REGISTER-LINE.

        WRITE-REGISTER-LINE.
            MOVE HT-ACTION-CODE TO WS-RGL-ACTION
            IF HT-STUDENT-ID IS NUMERIC
                MOVE HT-STUDENT-ID TO WS-RGL-STUDENT-ID
            ELSE
                MOVE ZERO TO WS-RGL-STUDENT-ID
            END-IF
            MOVE HT-HOLD-TYPE TO WS-RGL-HOLD-TYPE
            MOVE HT-HOLD-REASON TO WS-RGL-REASON
            WRITE HoldMaintRegisterLine FROM WS-REGISTER-LINE.
