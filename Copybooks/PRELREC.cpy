      *****************************************************************
      * Copybook name:   PRELREC
      * Purpose:         Shared person-relationship record layout for
      *                  the indexed PERSREL.DAT file keyed on the
      *                  child's 13-digit JMBG - one record per child
      *                  naming the one or two registered adults who
      *                  are the child's parents or guardians. An
      *                  unused second guardian slot holds zeroes.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created so school letters can be
      *                               addressed to a child's guardian
      *                               and a customer can be seen as
      *                               the guardian of a minor
      *****************************************************************
           02 RelChildJMBG        PIC   9(13).
           02 RelGuardianJMBG     PIC   9(13) OCCURS 2.
           02 RelDate             PIC   X(8).
           02 RelBatchID          PIC   X(8).
