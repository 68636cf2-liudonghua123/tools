      *> CONTHIST - one row per customer contact, taken from the
      *> remarks on the CUSTFILE feed. Keyed customer, then contact
      *> date, then a sequence within the day, so one customer's
      *> contacts read in date order. CH-REASON is the contact-reason
      *> category the remark was filed under when it was recorded.
       01  CONT-HIST-REC.
           05  CH-KEY.
               10  CH-CUST-NUM        PIC 9(7).
               10  CH-CONTACT-DATE    PIC 9(8).
               10  CH-SEQ             PIC 9(3).
           05  CH-REMARKS             PIC X(30).
           05  CH-REASON              PIC X(15).
           05  CH-RUN-ID              PIC X(8).
