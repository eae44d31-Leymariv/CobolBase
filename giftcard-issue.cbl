        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".
        01  WS-GL-POST-STATUS        PIC XX.
        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
        01  WS-GL-ACCOUNT-FOUND      PIC X.
            05  FILLER               PIC X(8) VALUE "  VALUE ".
            05  WS-RTL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "GiftCardIssue".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT SOLD-CARDS-FILE
            ELSE
                PERFORM OPEN-GIFT-CARD-FILE
                OPEN OUTPUT ISSUE-REGISTER
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE IssueRegisterLine FROM REPORT-STAMP-LINE
                PERFORM READ-SOLD-CARD
                PERFORM UNTIL EndOfSoldCards
                    PERFORM ISSUE-ONE-CARD
            OPEN INPUT GL-ACCOUNT-MAP
            IF WS-GL-MAP-STATUS = "00"
                PERFORM UNTIL EndOfGlAccountMap
                    OR WS-GM-COUNT >= WS-GL-MAP-CAPACITY
                    READ GL-ACCOUNT-MAP
                        AT END SET EndOfGlAccountMap TO TRUE
                        NOT AT END
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfGlAccountMap
                    READ GL-ACCOUNT-MAP
                        AT END CONTINUE
                        NOT AT END
                            DISPLAY "WS-GL-MAP-TABLE full at "
                                WS-GL-MAP-CAPACITY " categories - "
                                "rest of GLMAP.REF not loaded"
                    END-READ
                END-IF
                CLOSE GL-ACCOUNT-MAP
            ELSE
                DISPLAY "No GLMAP.REF on file, no GL posting "
            END-IF.

        APPEND-LIABILITY-POSTINGS.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
                MOVE SC-CARD-VALUE TO GC-ISSUED-VALUE
                MOVE SC-CARD-VALUE TO GC-BALANCE
                MOVE "A" TO GC-CARD-STATUS
                MOVE ZERO TO GC-LAST-USED-DATE
                WRITE GIFT-CARD-RECORD
                    INVALID KEY
                        PERFORM NOTE-DUPLICATE-CARD
                    NOT INVALID KEY
                        MOVE "A" TO WS-RJ-OPERATION
                        PERFORM JOURNAL-GIFT-CARD-RECORD
                        PERFORM NOTE-ISSUED-CARD
                END-WRITE
            END-IF.
            MOVE SC-CARD-VALUE TO WS-RGL-VALUE
            MOVE "CARD ALREADY ON FILE" TO WS-RGL-DISPOSITION
            WRITE IssueRegisterLine FROM WS-REGISTER-LINE.

      * Every change to GIFTCARD.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-GIFT-CARD-RECORD.
            MOVE "GIFTCARD" TO WS-RJ-FILE-ID
            MOVE GC-CARD-NUMBER TO WS-RJ-KEY
            MOVE GIFT-CARD-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
