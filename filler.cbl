
000001    01  WS-AUDIT-STATUS     PIC XX.
000001    01  WS-RUN-DATE         PIC 9(8).
000001    01  WS-BEFORE-IMAGE     PIC X(544).

000001    01  WS-RJ-FILE-ID       PIC X(8) VALUE "CUSTOMER".
000001    01  WS-RJ-OPERATION     PIC X.
000001    01  WS-RJ-KEY           PIC X(20).
000001    01  WS-RJ-PROGRAM       PIC X(15) VALUE "ex".
000001    01  WS-RJ-IMAGE         PIC X(2000).

000001    01  WS-MC-ACTION        PIC X.
000001    01  WS-MC-FILE-ID       PIC X(8) VALUE "CUSTOMER".
           PERFORM OPEN-CUSTOMER-MASTER.
           IF CustomerFileOK
               PERFORM OPEN-CUSTOMER-AUDIT-FILE
               CALL "BusinessDate" USING WS-RUN-DATE
               PERFORM SEED-DEMO-CUSTOMER
               MOVE LOW-VALUES TO CustomerId
               START CUSTOMER-MASTER KEY IS NOT LESS THAN CustomerId
               MOVE "jsmith@example.com" TO Customer-Email
      * The credit and contact-preference fields seed the same
      * defaults CustomerMaint gives a new add - zero limit
      * (unlimited), no hold, no opt-outs, house account, freight
      * billed, no price group, standard terms, main warehouse
      * with no fallback, short lines back-ordered, paper
      * invoices, no exemption certificates - never whatever the
      * record buffer happened to hold.
               MOVE ZERO TO Customer-Credit-Limit
               MOVE SPACE TO Customer-Credit-Hold
               MOVE SPACE TO Customer-Do-Not-Mail
               MOVE SPACE TO Customer-Do-Not-Email
               MOVE SPACES TO Customer-Salesperson
               MOVE SPACE TO Customer-Free-Freight
               MOVE SPACES TO Customer-Price-Group
               MOVE SPACES TO Customer-Terms-Code
               MOVE SPACE TO Customer-Home-Warehouse
               MOVE SPACE TO Customer-Warehouse-Fallback
               MOVE SPACE TO Customer-Ship-Complete
               MOVE SPACE TO Customer-EInvoice
               MOVE SPACES TO Customer-EInvoice-Party
               MOVE SPACES TO TAX-EXEMPTION(1) TAX-EXEMPTION(2)
                              TAX-EXEMPTION(3)
               MOVE ZERO TO Customer-Merged-Into
               MOVE ZERO TO Customer-Return-Date
               MOVE SPACES TO Customer-Return-Document
               MOVE SPACES TO Customer-Return-Reason
               PERFORM WRITE-CUSTOMER-RECORD
           END-IF.

       CONVERT-DOB-TO-CCYYMMDD.
           CALL "BusinessDate" USING WS-TODAY.
           MOVE Month TO DOB-MONTH.
           MOVE Theday TO DOB-DAY.
           MOVE Year TO DOB-YEAR.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Customer " CustomerId " already on file"
               NOT INVALID KEY
                   MOVE "A" TO WS-RJ-OPERATION
                   PERFORM JOURNAL-CUSTOMER-RECORD
           END-WRITE.

      * Every rewrite is bracketed by a before-image and an after-
                   DISPLAY "Customer " CustomerId " not found"
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-IMAGES
                   MOVE "C" TO WS-RJ-OPERATION
                   PERFORM JOURNAL-CUSTOMER-RECORD
           END-REWRITE.

       WRITE-AUDIT-IMAGES.
           MOVE CUSTOMER-RECORD TO CA-RECORD-IMAGE.
           WRITE CUSTOMER-AUDIT-RECORD.

      * Every change also goes onto the recovery journal
      * (RecoveryJournal) for RollForward to replay after a restore.
       JOURNAL-CUSTOMER-RECORD.
           MOVE CustomerId TO WS-RJ-KEY.
           MOVE CUSTOMER-RECORD TO WS-RJ-IMAGE.
           CALL "RecoveryJournal" USING WS-RJ-FILE-ID WS-RJ-OPERATION
               WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.

      * The audit trail accumulates across runs, so it opens EXTEND
      * and is created fresh only when absent.
       OPEN-CUSTOMER-AUDIT-FILE.
