       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCISE_LOOKUP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXERCISE-CATALOGUE-FILE ASSIGN TO "EXERCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-CODE
               FILE STATUS IS WS-EXERCISE-CATALOGUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXERCISE-CATALOGUE-FILE.
           COPY "EXERCISE-CATALOGUE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EXERCISE-CATALOGUE-STATUS PIC XX.

       LINKAGE SECTION.
       COPY "EXERCISE-LOOKUP.CPY".

      *****************************************************************
      * Catalogue code to current standard name, for every screen
      * and report that shows an exercise. Names are never copied
      * into plans or PR history, so this is the one place a rename
      * on EXERCAT.DAT has to reach.
      *****************************************************************
       PROCEDURE DIVISION USING EXERCISE-LOOKUP-AREA.
           MOVE 'N' TO XL-FOUND
           MOVE SPACES TO XL-NAME
           MOVE SPACES TO XL-SPLIT
           MOVE SPACES TO XL-STATUS
           IF XL-CODE = SPACES
               GOBACK
           END-IF
           MOVE XL-CODE TO XL-NAME
           OPEN INPUT EXERCISE-CATALOGUE-FILE
           IF WS-EXERCISE-CATALOGUE-STATUS = '00'
               MOVE XL-CODE TO EXC-CODE
               READ EXERCISE-CATALOGUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO XL-FOUND
                       MOVE EXC-NAME TO XL-NAME
                       MOVE EXC-SPLIT TO XL-SPLIT
                       MOVE EXC-STATUS TO XL-STATUS
               END-READ
               CLOSE EXERCISE-CATALOGUE-FILE
           END-IF
           GOBACK.
