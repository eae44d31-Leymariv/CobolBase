      * starting each program by hand. The stream comes from the
      * JOBSTEPS.CTL step table (step number and program name, in
      * run order - typically extfile, mergepurge, MainProgram,
      * PayrollRun, StandingOrderRun, OrderEntry, PaymentRecon, and
      * last ExceptionBoard for the morning exceptions page).
      * Each step is CALLed, its outcome checked through
      * RETURN-CODE, and its completion recorded in the JOBSTAT.CTL
      * step-control file; a rerun after a 2 a.m. failure resumes
      * from the failed step instead of the top. When the whole
      * stream completes the control file is reset for the next
      * night. The stream programs end with GOBACK, so control
      * always comes back here.
      * The stream runs for the business date on BUSDATE.CTL, which
      * every step takes as its run date through BusinessDate. The
      * date is marked running as the stream starts and, only when
      * the whole stream has completed, marked complete and
      * advanced to the next day through BusinessDateCtl - a failed
      * night keeps its date, so the 2 a.m. rerun still processes
      * yesterday. A restart point left for some other date (the
      * date was set by hand since) is dropped and the stream runs
      * from the top.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            88  StreamFailed             VALUE "Y".
        01  WS-CALL-PROGRAM          PIC X(30).

        01  WS-BC-ACTION             PIC X.
        01  WS-BC-BUSINESS-DATE      PIC 9(8).
        01  WS-BC-STREAM-STATUS      PIC X.
            88  BusinessStreamWasOpen    VALUE "O".
            88  BusinessStreamWasComplete VALUE "C".
        01  WS-BC-CHANGED-BY         PIC X(15) VALUE "NightlyDriver".
        01  WS-BC-RESULT             PIC X.
            88  BusinessDateActionDone   VALUE "Y".

        PROCEDURE DIVISION.
        Begin.
            PERFORM LOAD-STEP-TABLE
                DISPLAY "No JOBSTEPS.CTL step table, nothing to run"
            ELSE
                PERFORM READ-STEP-CONTROL
                PERFORM START-BUSINESS-DATE
                IF WS-LAST-COMPLETED-STEP > 0
                    DISPLAY "Resuming the stream after step "
                        WS-LAST-COMPLETED-STEP
                IF StreamFailed
                    DISPLAY "Stream stopped - rerun resumes after "
                        "step " WS-LAST-COMPLETED-STEP
                    DISPLAY "Business date " WS-BC-BUSINESS-DATE
                        " stays in force for the rerun"
      * The driver's own return code tells the scheduler above it
      * that the night failed.
                    MOVE 8 TO RETURN-CODE
                    PERFORM WRITE-STEP-CONTROL
                    DISPLAY "Nightly stream complete - step "
                        "control reset for the next night"
                    PERFORM ADVANCE-BUSINESS-DATE
                END-IF
            END-IF
            STOP RUN.
                END-IF
            END-IF.

      * Marks the business date's stream as running. A date whose
      * stream completed but was never advanced - the driver died
      * between the two - is advanced first; a date refused
      * outright stops the night before any step runs.
        START-BUSINESS-DATE.
            MOVE "S" TO WS-BC-ACTION
            PERFORM CALL-BUSINESS-DATE-CTL
            IF NOT BusinessDateActionDone
                AND BusinessStreamWasComplete
                PERFORM ADVANCE-BUSINESS-DATE
                MOVE "S" TO WS-BC-ACTION
                PERFORM CALL-BUSINESS-DATE-CTL
            END-IF
            IF NOT BusinessDateActionDone
                DISPLAY "Nightly stream not run for business date "
                    WS-BC-BUSINESS-DATE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF BusinessStreamWasOpen
                AND WS-LAST-COMPLETED-STEP > 0
                DISPLAY "Restart point after step "
                    WS-LAST-COMPLETED-STEP " is not for business "
                    "date " WS-BC-BUSINESS-DATE " - dropped"
                MOVE 0 TO WS-LAST-COMPLETED-STEP
                PERFORM WRITE-STEP-CONTROL
            END-IF
            DISPLAY "Nightly stream for business date "
                WS-BC-BUSINESS-DATE.

        ADVANCE-BUSINESS-DATE.
            MOVE "C" TO WS-BC-ACTION
            PERFORM CALL-BUSINESS-DATE-CTL
            MOVE "A" TO WS-BC-ACTION
            PERFORM CALL-BUSINESS-DATE-CTL
            IF BusinessDateActionDone
                DISPLAY "Business date advanced to "
                    WS-BC-BUSINESS-DATE
            END-IF.

        CALL-BUSINESS-DATE-CTL.
            CALL "BusinessDateCtl" USING WS-BC-ACTION
                WS-BC-BUSINESS-DATE WS-BC-STREAM-STATUS
                WS-BC-CHANGED-BY WS-BC-RESULT.

        READ-STEP-CONTROL.
            MOVE 0 TO WS-LAST-COMPLETED-STEP
            OPEN INPUT STEP-CONTROL-FILE
