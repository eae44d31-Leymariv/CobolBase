       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusinessDateSet.
      * Supervisor override of the shop's business date for
      * catch-up runs. Shows the date on BUSDATE.CTL and how far its
      * nightly stream got, takes the date to process next and -
      * for a supervisor signed on at level 2, after an explicit
      * confirmation - sets it through BusinessDateCtl with the
      * supervisor's id on the record. The new date starts with no
      * stream run against it, so NightlyDriver runs it from the
      * first step. The date may be set back to rerun a missed day
      * but never ahead of the calendar; NightlyDriver's own advance
      * after a complete stream is the only way forward past today.

        DATA DIVISION.
        WORKING-STORAGE SECTION.
        78  WS-SUPERVISOR-LEVEL      VALUE 2.
        01  WS-OS-REQUIRED-LEVEL     PIC 9.
        01  WS-OS-OPERATOR-ID        PIC X(8).
        01  WS-OS-RESULT             PIC X.
            88  OperatorSignedOn         VALUE "Y".

        01  WS-CE-PROMPT             PIC X(40)
                VALUE "Set the business date".
        01  WS-CE-RESPONSE           PIC X.
            88  DateChangeConfirmed      VALUE "Y".

        01  WS-BC-ACTION             PIC X.
        01  WS-BC-BUSINESS-DATE      PIC 9(8).
        01  WS-BC-STREAM-STATUS      PIC X.
            88  BusinessStreamOpen       VALUE "O".
            88  BusinessStreamRunning    VALUE "R".
            88  BusinessStreamComplete   VALUE "C".
        01  WS-BC-CHANGED-BY         PIC X(15).
        01  WS-BC-RESULT             PIC X.
            88  BusinessDateOnFile       VALUE "Y".

        01  WS-CURRENT-DATE          PIC 9(8).
        01  WS-CLOCK-DATE            PIC 9(8).
        01  WS-NEW-DATE              PIC 9(8).
        01  WS-DATE-VALID            PIC X.
            88  NewDateIsValid           VALUE "Y".
        01  WS-DATE-REASON           PIC XX.

        PROCEDURE DIVISION.
        Begin.
            MOVE WS-SUPERVISOR-LEVEL TO WS-OS-REQUIRED-LEVEL
            CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                WS-OS-OPERATOR-ID WS-OS-RESULT
            IF NOT OperatorSignedOn
                DISPLAY "Business date override refused - "
                    "supervisor sign-on failed"
                STOP RUN
            END-IF
            PERFORM SHOW-CURRENT-DATE
            DISPLAY "Business date to process next (CCYYMMDD) - "
                WITH NO ADVANCING
            ACCEPT WS-NEW-DATE
            CALL "ValidateDate" USING WS-NEW-DATE
                WS-DATE-VALID WS-DATE-REASON
            IF NOT NewDateIsValid
                DISPLAY WS-NEW-DATE " is not a real date, reason "
                    WS-DATE-REASON " - business date unchanged"
                STOP RUN
            END-IF
            ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
            IF WS-NEW-DATE > WS-CLOCK-DATE
                DISPLAY WS-NEW-DATE " is after today's date "
                    WS-CLOCK-DATE " - business date unchanged"
                STOP RUN
            END-IF
            IF WS-NEW-DATE = WS-CURRENT-DATE
                AND NOT BusinessStreamComplete
                DISPLAY "Business date is already " WS-NEW-DATE
                    " - nothing to change"
                STOP RUN
            END-IF
            CALL "ConfirmEntry" USING WS-CE-PROMPT WS-CE-RESPONSE
            IF NOT DateChangeConfirmed
                DISPLAY "Not confirmed, business date left at "
                    WS-CURRENT-DATE
            ELSE
                MOVE "O" TO WS-BC-ACTION
                MOVE WS-NEW-DATE TO WS-BC-BUSINESS-DATE
                MOVE WS-OS-OPERATOR-ID TO WS-BC-CHANGED-BY
                CALL "BusinessDateCtl" USING WS-BC-ACTION
                    WS-BC-BUSINESS-DATE WS-BC-STREAM-STATUS
                    WS-BC-CHANGED-BY WS-BC-RESULT
                DISPLAY "Business date set to " WS-BC-BUSINESS-DATE
                    " by " WS-OS-OPERATOR-ID
            END-IF
            STOP RUN.

      * A stream that stopped part-way leaves a restart point for
      * its own date; moving the date abandons it, so the
      * supervisor is told before being asked.
        SHOW-CURRENT-DATE.
            MOVE "Q" TO WS-BC-ACTION
            CALL "BusinessDateCtl" USING WS-BC-ACTION
                WS-BC-BUSINESS-DATE WS-BC-STREAM-STATUS
                WS-BC-CHANGED-BY WS-BC-RESULT
            MOVE WS-BC-BUSINESS-DATE TO WS-CURRENT-DATE
            IF NOT BusinessDateOnFile
                DISPLAY "No BUSDATE.CTL yet - programs run on the "
                    "clock date " WS-CURRENT-DATE
                EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
                WHEN BusinessStreamRunning
                    DISPLAY "Business date " WS-CURRENT-DATE
                        " - nightly stream started, not finished"
                    DISPLAY "Setting a new date abandons its "
                        "restart point"
                WHEN BusinessStreamComplete
                    DISPLAY "Business date " WS-CURRENT-DATE
                        " - nightly stream complete, not advanced"
                WHEN OTHER
                    DISPLAY "Business date " WS-CURRENT-DATE
                        " - no nightly stream run yet"
            END-EVALUATE.
