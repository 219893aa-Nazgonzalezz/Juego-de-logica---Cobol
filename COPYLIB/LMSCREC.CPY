 ******************************************************************
      * Copybook:   LMSCREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the LMSCTLF transmission
      *             control file - one record per activity day sent
      *             to the learning-management system, keyed on that
      *             day. EJEAZR26 writes it when the day first goes
      *             out and refuses to send the day again unless the
      *             operator asks for a resend. LC-ADJ-THRU-DATE/
      *             TIME is the ADJSTLOG time stamp the LMS copy of
      *             the day is current to: an EJEAZR17 correction
      *             logged after it is still owed to the LMS as an
      *             adjustment record.
      ******************************************************************
       01  LMS-CONTROL-RECORD.
           05  LC-FEED-DATE              PIC 9(08).
           05  LC-FIRST-SENT-DATE        PIC 9(08).
           05  LC-FIRST-SENT-TIME        PIC 9(08).
           05  LC-LAST-SENT-DATE         PIC 9(08).
           05  LC-LAST-SENT-TIME         PIC 9(08).
           05  LC-SEND-COUNT             PIC 9(03).
           05  LC-DETAIL-COUNT           PIC 9(07).
           05  LC-HASH-TOTAL             PIC 9(15).
           05  LC-ADJ-THRU-DATE          PIC 9(08).
           05  LC-ADJ-THRU-TIME          PIC 9(08).
           05  LC-ADJUST-COUNT           PIC 9(05).
