      * Shared notification-queue writer in the RunLog mold. A
      * batch run that decides something a person must be told
      * about - a waitlist promotion, a held order, a dunning
      * escalation - calls here with the addressee (C customer,
      * S student or I instructor by employee number, plus the
      * id), an event code and a reference key, and one line goes
      * on the common NOTIFYQ.DAT queue with the
      * date, time and calling program. Nothing is sent from here:
      * NotifyFormat drains the queue into ready-to-send letters
      * and emails using the masters' contact details, so the
       01  LK-NQ-ADDRESSEE-TYPE     PIC X.
           88  LK-NQ-ToCustomer         VALUE "C".
           88  LK-NQ-ToStudent          VALUE "S".
           88  LK-NQ-ToInstructor       VALUE "I".
       01  LK-NQ-ADDRESSEE-ID       PIC X(10).
       01  LK-NQ-EVENT-CODE         PIC X(8).
       01  LK-NQ-REFERENCE          PIC X(12).
                 OPEN OUTPUT NOTIFY-QUEUE-FILE
             END-IF
             MOVE SPACES TO NOTIFY-QUEUE-RECORD
             CALL "BusinessDate" USING NQ-QUEUE-DATE
             ACCEPT NQ-QUEUE-TIME FROM TIME
             MOVE LK-NQ-ADDRESSEE-TYPE TO NQ-ADDRESSEE-TYPE
             MOVE LK-NQ-ADDRESSEE-ID TO NQ-ADDRESSEE-ID
