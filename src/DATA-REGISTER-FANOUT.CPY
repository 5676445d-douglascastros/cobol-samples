      ******************************************************************
      * DATA-REGISTER-FANOUT.CPY
      * control record REGISTER-FAN-OUT writes to FANOUT-CONTROL-FILE
      * ('src/register-fanout-control.txt') once its single pass over
      * the register has finished cutting every consumer's work file:
      * the business date the pass ran for, the registers read, the
      * distinct cities counted, the orphan candidates and partner
      * slice records written, whether the partner slice was screened
      * against the customer master, and when the pass ended. The
      * file is emptied when a pass starts, so a consumer that finds
      * no record, or one for another business date, knows its work
      * file is not tonight's and must not be trusted.
      ******************************************************************
       01 FANOUT-CONTROL-REC.
           05 FC-BUSINESS-DATE   PIC 9(08).
           05 FILLER             PIC X(01).
           05 FC-REGISTER-COUNT  PIC 9(07).
           05 FILLER             PIC X(01).
           05 FC-CITY-COUNT      PIC 9(05).
           05 FILLER             PIC X(01).
           05 FC-ORPHAN-COUNT    PIC 9(07).
           05 FILLER             PIC X(01).
           05 FC-PARTNER-COUNT   PIC 9(07).
           05 FILLER             PIC X(01).
           05 FC-MASTER-SCREENED PIC X(01).
           05 FILLER             PIC X(01).
           05 FC-STAMP-DATE      PIC 9(08).
           05 FILLER             PIC X(01).
           05 FC-STAMP-TIME      PIC 9(08).
