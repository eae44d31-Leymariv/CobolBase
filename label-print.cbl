      * match the deliverable mailing. With no POSTAL.REF on hand
      * only the blank checks apply, the same stance the edit run
      * takes. A partial final row prints whatever labels remain.
      * A record ReturnedMail has flagged undeliverable is left off
      * and counted on its own control line - the post office has
      * already sent mail to that address back.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        01  WS-LABEL-COUNT           PIC 9(5) VALUE ZERO.
        01  WS-SKIPPED-COUNT         PIC 9(5) VALUE ZERO.
        01  WS-OPTOUT-COUNT          PIC 9(5) VALUE ZERO.
        01  WS-UNDELIVERABLE-COUNT   PIC 9(5) VALUE ZERO.

      * Presort qualification: pieces counted per postal-code
      * group - the leading characters of the code, the level the
            05  FILLER               PIC X(20)
                VALUE "OPT-OUT SUPPRESSED  ".
            05  WS-OOL-COUNT         PIC ZZZZ9.
        01  WS-UNDELIVERABLE-LINE.
            05  FILLER               PIC X(20)
                VALUE "UNDELIVERABLE HELD  ".
            05  WS-UDL-COUNT         PIC ZZZZ9.

        PROCEDURE DIVISION.
        Begin.
                WRITE LabelPrintLine FROM WS-COUNT-LINE
                MOVE WS-OPTOUT-COUNT TO WS-OOL-COUNT
                WRITE LabelPrintLine FROM WS-OPTOUT-LINE
                MOVE WS-UNDELIVERABLE-COUNT TO WS-UDL-COUNT
                WRITE LabelPrintLine FROM WS-UNDELIVERABLE-LINE
                CLOSE LABEL-PRINT-FILE
                PERFORM WRITE-PRESORT-DOCUMENTS
                DISPLAY "Label print: " WS-LABEL-COUNT
                    " label(s), " WS-SKIPPED-COUNT
                    " suspended record(s) skipped, "
                    WS-OPTOUT-COUNT " opt-out(s) suppressed, "
                    WS-UNDELIVERABLE-COUNT " undeliverable held"
            END-IF
            STOP RUN.

        PRINT-SORTED-LABELS.
            PERFORM RETURN-SORTED-MAILING-RECORD
            PERFORM UNTIL EndOfSortedMailing
                EVALUATE TRUE
                    WHEN NA-DO-NOT-MAIL OF SORT-NAME-ADDRESS-RECORD
                            = "Y"
                        ADD 1 TO WS-OPTOUT-COUNT
                    WHEN NA-UNDELIVERABLE OF SORT-NAME-ADDRESS-RECORD
                            = "Y"
                        ADD 1 TO WS-UNDELIVERABLE-COUNT
                    WHEN OTHER
                        PERFORM CHECK-LABEL-DELIVERABLE
                        IF LabelRecordSuspended
                            ADD 1 TO WS-SKIPPED-COUNT
                        ELSE
                            PERFORM FILL-ONE-LABEL-SLOT
                        END-IF
                END-EVALUATE
                PERFORM RETURN-SORTED-MAILING-RECORD
            END-PERFORM
            IF WS-SLOT-COUNT > 0
