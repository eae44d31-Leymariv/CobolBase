      *> STUCONT - student contact record (STUCONT.DAT, indexed by
      *> CN-STUDENT-ID). The student's home postal address, held to
      *> the same POSTAL.REF edit the mailing runs apply, and up to
      *> two guardian or emergency contacts. Only a contact flagged
      *> CN-ReceivesAcademicMail is written to about a minor's
      *> attendance, standing or transcript; the others are held
      *> for emergencies only. A contact slot with a blank name is
      *> empty. Maintained by StudentMaint address (H) and contact
      *> (G) transactions.
       01  STUDENT-CONTACT-RECORD.
           05  CN-STUDENT-ID            PIC 9(7).
           05  CN-HOME-ADDRESS.
               10  CN-STREET            PIC X(30).
               10  CN-CITY              PIC X(20).
               10  CN-STATE             PIC X(2).
               10  CN-POSTAL-CODE       PIC X(10).
           05  CN-CONTACT OCCURS 2 TIMES.
               10  CN-CONTACT-NAME      PIC X(20).
               10  CN-RELATIONSHIP      PIC X(10).
               10  CN-PHONE             PIC X(15).
               10  CN-CONTACT-EMAIL     PIC X(50).
               10  CN-ACADEMIC-MAIL     PIC X.
                   88  CN-ReceivesAcademicMail VALUE "Y".
           05  CN-LAST-CHANGED          PIC 9(8).
