      *>*****************************************************************
      *> FILE:    MAJORS_SRC.cpy
      *> PURPOSE: Controlled majors catalog. Every major a student
      *>          types, a roster row carries, or a report groups on
      *>          goes through 7188, which maps an official name, a
      *>          program code or a listed variant spelling onto the
      *>          catalog's official name. Profile entry (7000) and
      *>          roster provisioning / delta sync (3620) refuse a
      *>          major the catalog does not know; with no MAJORS.DAT
      *>          on file every major is accepted, as the university
      *>          directory does, so a shop that has not loaded the
      *>          catalog yet is not locked out. The admin screen
      *>          lists the majors already on profiles that the
      *>          catalog does not cover and remaps them in bulk,
      *>          writing one profile-history row per profile changed.
      *>
      *> PARAGRAPHS:
      *>   7185-LOAD-MAJORS / 7186, 7187 loops
      *>   7188-NORMALIZE-MAJOR         - WS-MJR-INPUT -> WS-MJR-OUTPUT
      *>   7189-FIND-MAJOR-CODE         - WS-MJR-KEY (code) ->
      *>                                  WS-MJR-FOUND
      *>   3875-MAINTAIN-MAJORS-CATALOG - Admin menu
      *>   3876-REWRITE-MAJORS / 3877-REWRITE-MAJVAR
      *>   3878-ADD-MAJOR / 3879-ADD-MAJOR-VARIANT
      *>   3885-STORE-MAJOR-VARIANT     - Spelling -> program code
      *>   3880-UNMAPPED-MAJOR-REPORT   - Distinct unmapped majors
      *>   3886-TALLY-UNMAPPED-MAJOR
      *>   3881-REMAP-UNMAPPED-MAJOR    - One spelling -> a program,
      *>                                  every profile carrying it
      *>   3882-APPLY-OFFICIAL-NAMES    - Mapped spellings -> the
      *>                                  official name on profiles
      *>   3883-REMAP-ONE-PROFILE       - Change + history row
      *>   3884-LIST-MAJORS-CATALOG
      *>
      *> DEPENDENCIES:
      *>   WS-MAJORS.cpy, main.cob MAJORS-FILE / MAJORVAR-FILE,
      *>   PROFHIST_SRC.cpy (7451), PROFILE.cpy (4650)
      *>*****************************************************************

       7185-LOAD-MAJORS.
           MOVE 0 TO WS-MJR-COUNT
           MOVE "N" TO WS-MAJORS-EOF
           OPEN INPUT MAJORS-FILE
           IF WS-MAJORS-STATUS = WS-CONST-FS-OK
               PERFORM 7186-READ-MAJORS-LOOP
               CLOSE MAJORS-FILE
           END-IF
           MOVE 0 TO WS-MJV-COUNT
           MOVE "N" TO WS-MAJVAR-EOF
           OPEN INPUT MAJORVAR-FILE
           IF WS-MAJVAR-STATUS = WS-CONST-FS-OK
               PERFORM 7187-READ-MAJVAR-LOOP
               CLOSE MAJORVAR-FILE
           END-IF
           EXIT.

       7186-READ-MAJORS-LOOP.
           READ MAJORS-FILE
               AT END
                   MOVE "Y" TO WS-MAJORS-EOF
               NOT AT END
                   IF WS-MJR-COUNT < WS-CONST-MAX-MAJORS
                       AND MAJ-CODE NOT = SPACES
                       ADD 1 TO WS-MJR-COUNT
                       MOVE MAJ-CODE    TO WS-MJR-CODE(WS-MJR-COUNT)
                       MOVE MAJ-NAME    TO WS-MJR-NAME(WS-MJR-COUNT)
                       MOVE MAJ-COLLEGE
                           TO WS-MJR-COLLEGE(WS-MJR-COUNT)
                       MOVE MAJ-CIP     TO WS-MJR-CIP(WS-MJR-COUNT)
                   END-IF
           END-READ
           IF WS-MAJORS-EOF = "N"
               PERFORM 7186-READ-MAJORS-LOOP
           END-IF
           EXIT.

       7187-READ-MAJVAR-LOOP.
           READ MAJORVAR-FILE
               AT END
                   MOVE "Y" TO WS-MAJVAR-EOF
               NOT AT END
                   IF WS-MJV-COUNT < WS-CONST-MAX-MAJVARS
                       AND MJV-VARIANT NOT = SPACES
                       ADD 1 TO WS-MJV-COUNT
                       MOVE MJV-VARIANT
                           TO WS-MJV-VARIANT(WS-MJV-COUNT)
                       MOVE MJV-CODE TO WS-MJV-CODE(WS-MJV-COUNT)
                   END-IF
           END-READ
           IF WS-MAJVAR-EOF = "N"
               PERFORM 7187-READ-MAJVAR-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7188-NORMALIZE-MAJOR: Case-blind match of WS-MJR-INPUT against
      *> the official names, then the program codes, then the variant
      *> rows. A match returns the official name in WS-MJR-OUTPUT and
      *> the catalog row in WS-MJR-FOUND; an unmapped major passes
      *> through trimmed with WS-MJR-FOUND = 0. WS-MJR-VALID says
      *> whether a new entry may be stored as given.
      *>*****************************************************************
       7188-NORMALIZE-MAJOR.
           MOVE 0 TO WS-MJR-FOUND
           MOVE FUNCTION TRIM(WS-MJR-INPUT) TO WS-MJR-OUTPUT
           MOVE FUNCTION UPPER-CASE(WS-MJR-OUTPUT) TO WS-MJR-KEY
           IF WS-MJR-KEY NOT = SPACES
               PERFORM VARYING WS-MJR-IDX FROM 1 BY 1
                   UNTIL WS-MJR-IDX > WS-MJR-COUNT
                       OR WS-MJR-FOUND NOT = 0
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-MJR-NAME(WS-MJR-IDX))) = WS-MJR-KEY
                       MOVE WS-MJR-IDX TO WS-MJR-FOUND
                   END-IF
               END-PERFORM
               IF WS-MJR-FOUND = 0
                   PERFORM 7189-FIND-MAJOR-CODE
               END-IF
               PERFORM VARYING WS-MJR-IDX FROM 1 BY 1
                   UNTIL WS-MJR-IDX > WS-MJV-COUNT
                       OR WS-MJR-FOUND NOT = 0
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-MJV-VARIANT(WS-MJR-IDX))) = WS-MJR-KEY
                       MOVE FUNCTION UPPER-CASE(
                           WS-MJV-CODE(WS-MJR-IDX)) TO WS-MJR-KEY
                       PERFORM 7189-FIND-MAJOR-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MJR-FOUND NOT = 0
               MOVE WS-MJR-NAME(WS-MJR-FOUND) TO WS-MJR-OUTPUT
           END-IF
           IF WS-MJR-FOUND NOT = 0 OR WS-MJR-COUNT = 0
               MOVE 1 TO WS-MJR-VALID
           ELSE
               MOVE 0 TO WS-MJR-VALID
           END-IF
           EXIT.

       7189-FIND-MAJOR-CODE.
           MOVE 0 TO WS-MJR-FOUND
           PERFORM VARYING WS-MJR-JDX FROM 1 BY 1
               UNTIL WS-MJR-JDX > WS-MJR-COUNT
                   OR WS-MJR-FOUND NOT = 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-MJR-CODE(WS-MJR-JDX))) =
                   FUNCTION TRIM(WS-MJR-KEY)
                   MOVE WS-MJR-JDX TO WS-MJR-FOUND
               END-IF
           END-PERFORM
           EXIT.

       3876-REWRITE-MAJORS.
           MOVE WS-MAJORS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-MAJORS-TMP-PATH TO WS-MAJORS-PATH
           OPEN OUTPUT MAJORS-FILE
           IF WS-MAJORS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MAJORS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite MAJORS.DAT. "
                   "STATUS=" WS-MAJORS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MJR-IDX FROM 1 BY 1
               UNTIL WS-MJR-IDX > WS-MJR-COUNT
               MOVE WS-MJR-CODE(WS-MJR-IDX)    TO MAJ-CODE
               MOVE WS-MJR-NAME(WS-MJR-IDX)    TO MAJ-NAME
               MOVE WS-MJR-COLLEGE(WS-MJR-IDX) TO MAJ-COLLEGE
               MOVE WS-MJR-CIP(WS-MJR-IDX)     TO MAJ-CIP
               WRITE MAJ-RECORD
           END-PERFORM
           CLOSE MAJORS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MAJORS-PATH
           MOVE "MAJORS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-MAJORS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-MAJORS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-MAJORS-TMP-PATH
               WS-MAJORS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace MAJORS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       3877-REWRITE-MAJVAR.
           MOVE WS-MAJVAR-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-MAJVAR-TMP-PATH TO WS-MAJVAR-PATH
           OPEN OUTPUT MAJORVAR-FILE
           IF WS-MAJVAR-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MAJVAR-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite MAJORVAR.DAT. "
                   "STATUS=" WS-MAJVAR-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MJR-IDX FROM 1 BY 1
               UNTIL WS-MJR-IDX > WS-MJV-COUNT
               MOVE WS-MJV-VARIANT(WS-MJR-IDX) TO MJV-VARIANT
               MOVE WS-MJV-CODE(WS-MJR-IDX)    TO MJV-CODE
               WRITE MJV-RECORD
           END-PERFORM
           CLOSE MAJORVAR-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-MAJVAR-PATH
           MOVE "MAJORVAR.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-MAJVAR-PATH TO WS-JRN-OLD-PATH
           MOVE WS-MAJVAR-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-MAJVAR-TMP-PATH
               WS-MAJVAR-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace MAJORVAR.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 3875-MAINTAIN-MAJORS-CATALOG: Admin screen.
      *>*****************************************************************
       3875-MAINTAIN-MAJORS-CATALOG.
           MOVE "1" TO WS-MJR-MENU-CHOICE
           PERFORM UNTIL WS-MJR-MENU-CHOICE = "7"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Majors Catalog ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. List Catalog and Variants" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Add a Major" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Add a Variant Spelling" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Unmapped Majors Report" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "5. Remap an Unmapped Major" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "6. Apply Official Names to Profiles"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "7. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MJR-MENU-CHOICE
               MOVE WS-MJR-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-MJR-MENU-CHOICE
                   WHEN "1"
                       PERFORM 3884-LIST-MAJORS-CATALOG
                   WHEN "2"
                       PERFORM 3878-ADD-MAJOR
                   WHEN "3"
                       PERFORM 3879-ADD-MAJOR-VARIANT
                   WHEN "4"
                       PERFORM 3880-UNMAPPED-MAJOR-REPORT
                   WHEN "5"
                       PERFORM 3881-REMAP-UNMAPPED-MAJOR
                   WHEN "6"
                       PERFORM 3882-APPLY-OFFICIAL-NAMES
                   WHEN "7"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

       3884-LIST-MAJORS-CATALOG.
           IF WS-MJR-COUNT = 0
               MOVE "No majors catalog on file; majors are not "
                   & "validated." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MJR-IDX FROM 1 BY 1
               UNTIL WS-MJR-IDX > WS-MJR-COUNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  " FUNCTION TRIM(WS-MJR-CODE(WS-MJR-IDX))
                   " - " FUNCTION TRIM(WS-MJR-NAME(WS-MJR-IDX))
                   " (" FUNCTION TRIM(WS-MJR-COLLEGE(WS-MJR-IDX))
                   ", CIP " WS-MJR-CIP(WS-MJR-IDX) ")"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               PERFORM VARYING WS-MJR-JDX FROM 1 BY 1
                   UNTIL WS-MJR-JDX > WS-MJV-COUNT
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-MJV-CODE(WS-MJR-JDX))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-MJR-CODE(WS-MJR-IDX)))
                       MOVE SPACES TO WS-OUTPUT-LINE
                       STRING "      also: "
                           FUNCTION TRIM(WS-MJV-VARIANT(WS-MJR-JDX))
                           DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                       END-STRING
                       PERFORM 8000-WRITE-OUTPUT
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       3878-ADD-MAJOR.
           IF WS-MJR-COUNT >= WS-CONST-MAX-MAJORS
               MOVE "The majors catalog is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Program code (e.g. CS): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-MJR-TEMP-CODE
           MOVE WS-MJR-TEMP-CODE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-MJR-TEMP-CODE = SPACES
               MOVE "A program code is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MJR-TEMP-CODE TO WS-MJR-KEY
           PERFORM 7189-FIND-MAJOR-CODE
           IF WS-MJR-FOUND NOT = 0
               MOVE "That program code is already in the catalog."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "Official name (e.g. Computer Science): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MJR-TEMP-NAME
           MOVE WS-MJR-TEMP-NAME TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-MJR-TEMP-NAME = SPACES
               MOVE "An official name is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MJR-TEMP-NAME TO WS-MJR-INPUT
           PERFORM 7188-NORMALIZE-MAJOR
           IF WS-MJR-FOUND NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "That name already maps to "
                   FUNCTION TRIM(WS-MJR-CODE(WS-MJR-FOUND)) "."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           MOVE "College (e.g. College of Engineering): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MJR-TEMP-COLLEGE
           MOVE WS-MJR-TEMP-COLLEGE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT

           MOVE "CIP code (NN.NNNN, e.g. 11.0701): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MJR-TEMP-CIP
           MOVE WS-MJR-TEMP-CIP TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-MJR-TEMP-CIP(1:2) IS NOT NUMERIC
               OR WS-MJR-TEMP-CIP(3:1) NOT = "."
               OR WS-MJR-TEMP-CIP(4:4) IS NOT NUMERIC
               MOVE "A CIP code must look like 11.0701."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MJR-COUNT
           MOVE WS-MJR-TEMP-CODE    TO WS-MJR-CODE(WS-MJR-COUNT)
           MOVE WS-MJR-TEMP-NAME    TO WS-MJR-NAME(WS-MJR-COUNT)
           MOVE WS-MJR-TEMP-COLLEGE TO WS-MJR-COLLEGE(WS-MJR-COUNT)
           MOVE WS-MJR-TEMP-CIP     TO WS-MJR-CIP(WS-MJR-COUNT)
           PERFORM 3876-REWRITE-MAJORS
           MOVE "Major added to the catalog." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 3879-ADD-MAJOR-VARIANT: Prompt for a spelling and the program
      *> it means; WS-MJR-TEMP-TEXT carries the spelling on to 3881.
      *>*****************************************************************
       3879-ADD-MAJOR-VARIANT.
           MOVE "Variant spelling (e.g. Comp Sci): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MJR-TEMP-TEXT
           MOVE WS-MJR-TEMP-TEXT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 3885-STORE-MAJOR-VARIANT
           EXIT.

      *>*****************************************************************
      *> 3885-STORE-MAJOR-VARIANT: Map WS-MJR-TEMP-TEXT onto a program
      *> code the operator names. WS-MJR-TARGET is the catalog row on
      *> success, else 0.
      *>*****************************************************************
       3885-STORE-MAJOR-VARIANT.
           MOVE 0 TO WS-MJR-TARGET
           IF WS-MJR-TEMP-TEXT = SPACES
               MOVE "A variant is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-MJR-COUNT = 0
               MOVE "Add a major to the catalog first."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MJR-TEMP-TEXT TO WS-MJR-INPUT
           PERFORM 7188-NORMALIZE-MAJOR
           IF WS-MJR-FOUND NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "That spelling already maps to "
                   FUNCTION TRIM(WS-MJR-CODE(WS-MJR-FOUND)) "."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           IF WS-MJV-COUNT >= WS-CONST-MAX-MAJVARS
               MOVE "The variant table is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Program code it means: " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-MJR-TEMP-CODE
           MOVE WS-MJR-TEMP-CODE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-MJR-TEMP-CODE TO WS-MJR-KEY
           PERFORM 7189-FIND-MAJOR-CODE
           IF WS-MJR-FOUND = 0
               MOVE "No major with that program code."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MJR-FOUND TO WS-MJR-TARGET
           ADD 1 TO WS-MJV-COUNT
           MOVE WS-MJR-TEMP-TEXT TO WS-MJV-VARIANT(WS-MJV-COUNT)
           MOVE WS-MJR-CODE(WS-MJR-TARGET) TO WS-MJV-CODE(WS-MJV-COUNT)
           PERFORM 3877-REWRITE-MAJVAR
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Variant added: " FUNCTION TRIM(WS-MJR-TEMP-TEXT)
               " -> " FUNCTION TRIM(WS-MJR-NAME(WS-MJR-TARGET))
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

      *>*****************************************************************
      *> 3880-UNMAPPED-MAJOR-REPORT: Distinct profile majors the
      *> catalog does not cover, with the number of profiles carrying
      *> each - the work list for 3881.
      *>*****************************************************************
       3880-UNMAPPED-MAJOR-REPORT.
           MOVE "--- Unmapped Majors on Profiles ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-MJU-COUNT
           PERFORM VARYING WS-MJR-TARGET FROM 1 BY 1
               UNTIL WS-MJR-TARGET > WS-PROFILE-COUNT
               IF WS-HAS-PROFILE(WS-MJR-TARGET) = 1
                   AND WS-MAJOR(WS-MJR-TARGET) NOT = SPACES
                   MOVE WS-MAJOR(WS-MJR-TARGET) TO WS-MJR-INPUT
                   PERFORM 7188-NORMALIZE-MAJOR
                   IF WS-MJR-FOUND = 0
                       PERFORM 3886-TALLY-UNMAPPED-MAJOR
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MJR-IDX FROM 1 BY 1
               UNTIL WS-MJR-IDX > WS-MJU-COUNT
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  " FUNCTION TRIM(WS-MJU-TEXT(WS-MJR-IDX))
                   " (" WS-MJU-PROFILES(WS-MJR-IDX) " profile(s))"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-PERFORM
           IF WS-MJU-COUNT = 0
               MOVE "  Every profile major is in the catalog."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

       3886-TALLY-UNMAPPED-MAJOR.
           MOVE 0 TO WS-MJR-JDX
           PERFORM VARYING WS-MJR-IDX FROM 1 BY 1
               UNTIL WS-MJR-IDX > WS-MJU-COUNT OR WS-MJR-JDX NOT = 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-MJU-TEXT(WS-MJR-IDX))) =
                  FUNCTION UPPER-CASE(WS-MJR-OUTPUT)
                   MOVE WS-MJR-IDX TO WS-MJR-JDX
               END-IF
           END-PERFORM
           IF WS-MJR-JDX = 0
               IF WS-MJU-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MJU-COUNT
               MOVE WS-MJU-COUNT TO WS-MJR-JDX
               MOVE WS-MJR-OUTPUT TO WS-MJU-TEXT(WS-MJR-JDX)
               MOVE 0 TO WS-MJU-PROFILES(WS-MJR-JDX)
           END-IF
           ADD 1 TO WS-MJU-PROFILES(WS-MJR-JDX)
           EXIT.

      *>*****************************************************************
      *> 3881-REMAP-UNMAPPED-MAJOR: Record an unmapped spelling as a
      *> variant of a program, then move every profile carrying that
      *> spelling (any case) onto the official name.
      *>*****************************************************************
       3881-REMAP-UNMAPPED-MAJOR.
           MOVE "Unmapped major to remap (as listed): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MJR-TEMP-TEXT
           MOVE WS-MJR-TEMP-TEXT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 3885-STORE-MAJOR-VARIANT
           IF WS-MJR-TARGET = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 3882-APPLY-OFFICIAL-NAMES
           EXIT.

      *>*****************************************************************
      *> 3882-APPLY-OFFICIAL-NAMES: Every profile whose major maps to a
      *> catalog row but is not spelled as the official name takes the
      *> official name, one profile-history row each; the profile file
      *> is rewritten once at the end.
      *>*****************************************************************
       3882-APPLY-OFFICIAL-NAMES.
           MOVE 0 TO WS-MJR-REMAP-COUNT
           PERFORM VARYING WS-MJR-TARGET FROM 1 BY 1
               UNTIL WS-MJR-TARGET > WS-PROFILE-COUNT
               IF WS-HAS-PROFILE(WS-MJR-TARGET) = 1
                   AND WS-MAJOR(WS-MJR-TARGET) NOT = SPACES
                   MOVE WS-MAJOR(WS-MJR-TARGET) TO WS-MJR-INPUT
                   PERFORM 7188-NORMALIZE-MAJOR
                   IF WS-MJR-FOUND NOT = 0
                       AND WS-MJR-OUTPUT NOT = WS-MAJOR(WS-MJR-TARGET)
                       PERFORM 3883-REMAP-ONE-PROFILE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MJR-REMAP-COUNT > 0
               PERFORM 4650-WRITE-PROFILES-FILE
           END-IF
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "Profiles remapped: " WS-MJR-REMAP-COUNT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE "MAJORREMAP" TO WS-RESULT-TYPE
           MOVE WS-MJR-REMAP-COUNT TO WS-RESULT-KEY
           MOVE "OK" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       3883-REMAP-ONE-PROFILE.
           MOVE WS-MJR-TARGET TO WS-PH-EDIT-IDX
           MOVE "MAJOR" TO WS-PH-FIELD-NAME
           MOVE WS-MAJOR(WS-MJR-TARGET) TO WS-PH-OLD-VALUE
           MOVE WS-MJR-OUTPUT TO WS-PH-NEW-VALUE
           PERFORM 7451-APPEND-PROFILE-HISTORY
           MOVE SPACES TO WS-OUTPUT-LINE
           STRING "  " FUNCTION TRIM(WS-PROF-USERNAME(WS-MJR-TARGET))
               ": " FUNCTION TRIM(WS-MAJOR(WS-MJR-TARGET))
               " -> " FUNCTION TRIM(WS-MJR-OUTPUT)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING
           PERFORM 8000-WRITE-OUTPUT
           MOVE WS-MJR-OUTPUT TO WS-MAJOR(WS-MJR-TARGET)
           ADD 1 TO WS-MJR-REMAP-COUNT
           EXIT.
