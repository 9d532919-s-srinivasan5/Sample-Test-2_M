      *    is its own 01-level (rather than grouped under one 01) so  *
      *    the same copybook works in a LINKAGE SECTION PROCEDURE     *
      *    DIVISION USING list, which requires 01-level operands.     *
      *    STATUS-CODE/STATUS-DATE hand the master row's lifecycle    *
      *    status back to the caller (see STUDMSTR.cpy) - a held      *
      *    student comes back unreplaced for the hold file.           *
      *    CAMPUS-ID qualifies the id for the lookup (see CAMPWS.cpy) *
      *    and is passed last so the older parameters keep their      *
      *    places.                                                    *
      *    A student answered off the dormant file rather than the    *
      *    master comes back with STATUS-CODE D and the date the row  *
      *    was archived as STATUS-DATE (see DORMREC.cpy).             *
      *****************************************************************
       01  :PFX:-STUDENT-ID         PIC 9(6)  VALUE 1000.
       01  :PFX:-STUDENT-NAME       PIC A(15) VALUE SPACES.
       01  :PFX:-FOUND-SW           PIC X(1)  VALUE 'N'.
         88  :PFX:-MASTER-FOUND               VALUE 'Y'.
         88  :PFX:-MASTER-NOT-FOUND            VALUE 'N'.
       01  :PFX:-STATUS-CODE        PIC X(1)  VALUE SPACE.
         88  :PFX:-STATUS-ACTIVE              VALUE SPACE 'A'.
         88  :PFX:-STATUS-HOLD                VALUE 'H'.
         88  :PFX:-STATUS-INACTIVE            VALUE 'W' 'G'.
         88  :PFX:-STATUS-DORMANT             VALUE 'D'.
       01  :PFX:-STATUS-DATE        PIC 9(8)  VALUE 0.
       01  :PFX:-CAMPUS-ID          PIC X(8)  VALUE SPACES.
