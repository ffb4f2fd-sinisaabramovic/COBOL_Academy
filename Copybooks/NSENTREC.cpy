      *****************************************************************
      * Copybook name:   NSENTREC
      * Purpose:         Sent-notice registry record layout for the
      *                  indexed NOTCSENT.DAT - one record per notice
      *                  NOTICEGEN has produced, keyed by the customer,
      *                  the event type, the account or order the event
      *                  was about and the event's own timestamp, so a
      *                  rerun or an overlapping look-back never sends
      *                  a customer the same notice twice.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for customer notice
      *                               generation
      *****************************************************************
           02 SentKey.
              03 SentCustomerID    PIC   9(6).
              03 SentEvent         PIC   X(8).
              03 SentReference     PIC   X(10).
              03 SentEventStamp    PIC   X(14).
           02 SentDate             PIC   X(8).
           02 SentChannel          PIC   X.
              88 SENT-BY-POST                   VALUE "P".
              88 SENT-BY-EMAIL                  VALUE "E".
           02 SentNoticeNumber     PIC   9(6).
           02 SentFileName         PIC   X(30).
