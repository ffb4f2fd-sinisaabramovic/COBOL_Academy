      *****************************************************************
      * Copybook name:   SCHMREC
      * Purpose:         School master record layout for the
      *                  SCHOOLS.DAT reference file - one record per
      *                  school, carrying the JMBG region code it
      *                  serves and its seats at each of the three
      *                  school levels (1 ELEMENTARY, 2 MIDDLE SCHOOL,
      *                  3 HIGH SCHOOL). A level with no seats is a
      *                  level the school does not offer.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created so placements go to a
      *                               real school with room instead of
      *                               only to a school level
      *****************************************************************
           02 SCH-CODE            PIC   X(5).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SCH-NAME            PIC   X(30).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SCH-REGION          PIC   99.
           02 SCH-LEVEL-SEATS OCCURS 3.
              03 FILLER           PIC   X.
              03 SCH-SEATS        PIC   9(4).
