      * --------- ------------  ---------------------------------------
      * 02/09/2026 SINISA ABRAMOVIC  Created for the annual school
      *                               re-placement run
      * 15/10/2026 SINISA ABRAMOVIC  Added StudentSchool and the
      *                               waiting status - a student is
      *                               now seated at a school from
      *                               SCHOOLS.DAT, or waits for a seat
      *                               since StudentWaitSince with
      *                               StudentSchool holding the school
      *                               they would rather keep
      * 15/10/2026 SINISA ABRAMOVIC  Added StudentRetainCount - the
      *                               times SCHLPROM has held the
      *                               student back on failed subjects
      *****************************************************************
           02 StudentJMBG          PIC   9(13).
           02 StudentSSN           PIC   9(10).
           02 StudentStatus        PIC   X     VALUE "E".
              88 STUDENT-IS-ENROLLED            VALUE "E".
              88 STUDENT-HAS-GRADUATED          VALUE "G".
              88 STUDENT-IS-WAITING             VALUE "W".
           02 StudentPlacedDate    PIC   X(8).
           02 StudentSchool        PIC   X(5).
           02 StudentWaitSince     PIC   X(8).
           02 StudentRetainCount   PIC   9.
