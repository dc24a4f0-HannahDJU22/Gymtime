      *****************************************************************
      * EXERCISE-LOOKUP-AREA
      * Parameter block for exercise_lookup. The caller sets XL-CODE;
      * back come the exercise's current standard name, split and
      * status from EXERCAT.DAT. A code that is not on the catalogue
      * comes back with XL-FOUND 'N' and the code itself in XL-NAME,
      * so a report line still says which exercise it was; a blank
      * code comes back not found with a blank name.
      *****************************************************************
       01 EXERCISE-LOOKUP-AREA.
         05 XL-CODE PIC X(6).
         05 XL-FOUND PIC X(1).
           88 XL-ON-CATALOGUE VALUE 'Y'.
         05 XL-NAME PIC X(20).
         05 XL-SPLIT PIC X(4).
         05 XL-STATUS PIC X(1).
           88 XL-ACTIVE VALUE 'A'.
