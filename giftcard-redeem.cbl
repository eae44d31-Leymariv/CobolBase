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
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EXL-REASON        PIC X(22).

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "GiftCardRedeem".
        01  WS-RJ-IMAGE              PIC X(2000).

        PROCEDURE DIVISION.
        Begin.
            OPEN I-O TRANSACTION-FILE
                            MOVE "CARD FULLY REDEEMED"
                                TO WS-EXL-REASON
                            PERFORM WRITE-REDEMPTION-EXCEPTION
                        WHEN GC-CardEscheated
                            MOVE "CARD REMITTED TO STATE"
                                TO WS-EXL-REASON
                            PERFORM WRITE-REDEMPTION-EXCEPTION
                        WHEN TR-AMOUNT > GC-BALANCE
                            MOVE "EXCEEDS CARD BALANCE"
                                TO WS-EXL-REASON
      * them on a rerun only rebuilds the exception file.
        APPLY-ONE-REDEMPTION.
            SUBTRACT TR-AMOUNT FROM GC-BALANCE
            MOVE TR-TRANS-DATE TO GC-LAST-USED-DATE
            IF GC-BALANCE = 0
                MOVE "R" TO GC-CARD-STATUS
            END-IF
                INVALID KEY
                    DISPLAY "Rewrite failed for card "
                        GC-CARD-NUMBER
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-GIFT-CARD-RECORD
            END-REWRITE
            SET TR-GC-Applied TO TRUE
            REWRITE TRANSACTION-RECORD
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
            MOVE WS-REDEEMED-VALUE TO GT-CREDIT-TOTAL
            WRITE GL-POSTING-RECORD
            CLOSE GL-POSTING-FILE.

      * Every change to GIFTCARD.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-GIFT-CARD-RECORD.
            MOVE "GIFTCARD" TO WS-RJ-FILE-ID
            MOVE GC-CARD-NUMBER TO WS-RJ-KEY
            MOVE GIFT-CARD-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
