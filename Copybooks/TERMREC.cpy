      *****************************************************************
      * Copybook name:   TERMREC
      * Purpose:         Shared term-result record layout for the
      *                  indexed TERMRSLT.DAT file keyed on the
      *                  student's 13-digit JMBG and the subject - one
      *                  record per student per subject holding the
      *                  latest grade a school submitted, whether it
      *                  passes under the PASSING-COUNT/PASSING-GRADES
      *                  parameters, and the seat it was earned in.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created so term grades are kept
      *                               and SCHLPROM can hold back a
      *                               student who failed the year
      *****************************************************************
           02 TermKey.
              03 TermJMBG          PIC   9(13).
              03 TermSubject       PIC   X(10).
           02 TermGrade            PIC   X.
           02 TermResult           PIC   X.
              88 TERM-SUBJECT-PASSED            VALUE "P".
              88 TERM-SUBJECT-FAILED            VALUE "F".
           02 TermSchool           PIC   X(5).
           02 TermLevel            PIC   X(13).
           02 TermSchoolYear       PIC   99.
           02 TermDate             PIC   X(8).
