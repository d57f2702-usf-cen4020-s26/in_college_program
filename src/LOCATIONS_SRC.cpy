      *>*****************************************************************
      *> FILE:    LOCATIONS_SRC.cpy
      *> PURPOSE: Admin-maintained location reference table. Variant
      *>          spellings of a place ("Tampa", "Tampa FL", "Tampa
      *>          Bay") map onto one canonical name ("Tampa, FL") that
      *>          carries a metro region and a remote/hybrid/on-site
      *>          indicator. Posting entry and the feed import store
      *>          the canonical name; the browse location filter (and
      *>          with it every saved search) also matches postings in
      *>          the same metro region as the text typed; the salary
      *>          report filters and groups by region. Same shape as
      *>          the skill synonym table (SKILLSYN_SRC.cpy).
      *>
      *> PARAGRAPHS:
      *>   7040-LOAD-LOCATIONS / 7041 loop
      *>   7042-NORMALIZE-LOCATION   - WS-LOC-INPUT -> WS-LOC-OUTPUT,
      *>                               WS-LOC-REGION-OUT,
      *>                               WS-LOC-ARRANGE-OUT, WS-LOC-HIT
      *>   7043-LOCATION-REGION-MATCH - Is WS-LOC-INPUT in the region
      *>                               WS-FILTER-LOCATION names?
      *>                               (WS-LOC-REGION-MATCH = 1)
      *>   7038-RESOLVE-REGION       - Region a place or region name
      *>                               in WS-LOC-INPUT stands for
      *>   7044-ARRANGE-TEXT         - WS-LOC-ARRANGE-OUT as a word
      *>   7039-NORMALIZE-JOB-LOCATION - Posting entry/edit: store
      *>                               WS-TEMP-JOB-LOCATION canonical
      *>   7045-REWRITE-LOCATIONS
      *>   7046-MAINTAIN-LOCATIONS   - Admin list/add/remove plus the
      *>                               unmapped-locations report
      *>   7047-ADD-LOCATION / 7048-REMOVE-LOCATION
      *>   7049-UNMAPPED-LOCATION-REPORT
      *>
      *> DEPENDENCIES:
      *>   WS-LOCATIONS.cpy, main.cob LOCATIONS-FILE, WS-JOBS.cpy
      *>*****************************************************************

       7040-LOAD-LOCATIONS.
           MOVE 0 TO WS-LOC-COUNT
           MOVE "N" TO WS-LOCATIONS-EOF
           OPEN INPUT LOCATIONS-FILE
           IF WS-LOCATIONS-STATUS = WS-CONST-FS-OK
               PERFORM 7041-READ-LOCATIONS-LOOP
               CLOSE LOCATIONS-FILE
           END-IF
           EXIT.

       7041-READ-LOCATIONS-LOOP.
           READ LOCATIONS-FILE
               AT END
                   MOVE "Y" TO WS-LOCATIONS-EOF
               NOT AT END
                   IF WS-LOC-COUNT < WS-CONST-MAX-LOCATIONS
                       AND LOC-VARIANT NOT = SPACES
                       ADD 1 TO WS-LOC-COUNT
                       MOVE LOC-VARIANT
                           TO WS-LOC-VARIANT(WS-LOC-COUNT)
                       MOVE LOC-CANONICAL
                           TO WS-LOC-CANONICAL(WS-LOC-COUNT)
                       MOVE LOC-REGION
                           TO WS-LOC-REGION(WS-LOC-COUNT)
                       MOVE LOC-ARRANGE
                           TO WS-LOC-ARRANGE(WS-LOC-COUNT)
                   END-IF
           END-READ
           IF WS-LOCATIONS-EOF = "N"
               PERFORM 7041-READ-LOCATIONS-LOOP
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7042-NORMALIZE-LOCATION: Look WS-LOC-INPUT up (case-blind)
      *> as a variant or as a canonical name. Unmapped text passes
      *> through as typed, with no region.
      *>*****************************************************************
       7042-NORMALIZE-LOCATION.
           MOVE 0 TO WS-LOC-HIT
           MOVE WS-LOC-INPUT TO WS-LOC-OUTPUT
           MOVE SPACES TO WS-LOC-REGION-OUT
           MOVE SPACE TO WS-LOC-ARRANGE-OUT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOC-INPUT))
               TO WS-LOC-UPPER
           IF WS-LOC-UPPER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
                   OR WS-LOC-HIT > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-LOC-VARIANT(WS-LOC-IDX))) = WS-LOC-UPPER
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-LOC-CANONICAL(WS-LOC-IDX))) = WS-LOC-UPPER
                   MOVE WS-LOC-IDX TO WS-LOC-HIT
               END-IF
           END-PERFORM
           IF WS-LOC-HIT > 0
               MOVE WS-LOC-CANONICAL(WS-LOC-HIT) TO WS-LOC-OUTPUT
               MOVE WS-LOC-REGION(WS-LOC-HIT) TO WS-LOC-REGION-OUT
               MOVE WS-LOC-ARRANGE(WS-LOC-HIT) TO WS-LOC-ARRANGE-OUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7043-LOCATION-REGION-MATCH: The filter text resolves to a
      *> region either as a mapped place or as a region name itself;
      *> WS-LOC-INPUT (a posting's location) matches when it maps to
      *> that same region.
      *>*****************************************************************
       7043-LOCATION-REGION-MATCH.
           MOVE 0 TO WS-LOC-REGION-MATCH
           MOVE WS-LOC-INPUT TO WS-LOC-TEMP-CANONICAL
           MOVE WS-FILTER-LOCATION TO WS-LOC-INPUT
           PERFORM 7038-RESOLVE-REGION
           MOVE WS-LOC-TEMP-CANONICAL TO WS-LOC-INPUT
           IF WS-LOC-FILTER-REGION = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 7042-NORMALIZE-LOCATION
           IF WS-LOC-REGION-OUT NOT = SPACES
               AND FUNCTION UPPER-CASE(WS-LOC-REGION-OUT) =
                   FUNCTION UPPER-CASE(WS-LOC-FILTER-REGION)
               MOVE 1 TO WS-LOC-REGION-MATCH
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7038-RESOLVE-REGION: The region WS-LOC-INPUT names, as a
      *> mapped place or as a region name itself, into
      *> WS-LOC-FILTER-REGION (spaces = neither).
      *>*****************************************************************
       7038-RESOLVE-REGION.
           PERFORM 7042-NORMALIZE-LOCATION
           MOVE WS-LOC-REGION-OUT TO WS-LOC-FILTER-REGION
           IF WS-LOC-FILTER-REGION = SPACES
               PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > WS-LOC-COUNT
                       OR WS-LOC-FILTER-REGION NOT = SPACES
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-LOC-REGION(WS-LOC-IDX))) = WS-LOC-UPPER
                       MOVE WS-LOC-REGION(WS-LOC-IDX)
                           TO WS-LOC-FILTER-REGION
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       7044-ARRANGE-TEXT.
           EVALUATE WS-LOC-ARRANGE-OUT
               WHEN "R"
                   MOVE "Remote" TO WS-LOC-ARRANGE-TEXT
               WHEN "H"
                   MOVE "Hybrid" TO WS-LOC-ARRANGE-TEXT
               WHEN "O"
                   MOVE "On-site" TO WS-LOC-ARRANGE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-LOC-ARRANGE-TEXT
           END-EVALUATE
           EXIT.

      *>*****************************************************************
      *> 7039-NORMALIZE-JOB-LOCATION: Post/edit a job - replace the
      *> location just entered with its canonical name and tell the
      *> poster what it was recorded as.
      *>*****************************************************************
       7039-NORMALIZE-JOB-LOCATION.
           MOVE WS-TEMP-JOB-LOCATION TO WS-LOC-INPUT
           PERFORM 7042-NORMALIZE-LOCATION
           IF WS-LOC-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOC-OUTPUT TO WS-TEMP-JOB-LOCATION
           PERFORM 7044-ARRANGE-TEXT
           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-LOC-ARRANGE-TEXT = SPACES
               STRING "Location recorded as "
                   FUNCTION TRIM(WS-LOC-OUTPUT) " ("
                   FUNCTION TRIM(WS-LOC-REGION-OUT) ")."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           ELSE
               STRING "Location recorded as "
                   FUNCTION TRIM(WS-LOC-OUTPUT) " ("
                   FUNCTION TRIM(WS-LOC-REGION-OUT) ", "
                   FUNCTION TRIM(WS-LOC-ARRANGE-TEXT) ")."
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
           END-IF
           PERFORM 8000-WRITE-OUTPUT
           EXIT.

       7045-REWRITE-LOCATIONS.
           MOVE WS-LOCATIONS-PATH TO WS-CRASH-SAFE-SAVE-PATH
           MOVE WS-LOCATIONS-TMP-PATH TO WS-LOCATIONS-PATH
           OPEN OUTPUT LOCATIONS-FILE
           IF WS-LOCATIONS-STATUS NOT = WS-CONST-FS-OK
               MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-LOCATIONS-PATH
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not rewrite LOCATIONS.DAT. "
                   "STATUS=" WS-LOCATIONS-STATUS
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
               MOVE WS-LOC-VARIANT(WS-LOC-IDX)   TO LOC-VARIANT
               MOVE WS-LOC-CANONICAL(WS-LOC-IDX) TO LOC-CANONICAL
               MOVE WS-LOC-REGION(WS-LOC-IDX)    TO LOC-REGION
               MOVE WS-LOC-ARRANGE(WS-LOC-IDX)   TO LOC-ARRANGE
               WRITE LOC-RECORD
           END-PERFORM
           CLOSE LOCATIONS-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-LOCATIONS-PATH
           MOVE "LOCATIONS.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-LOCATIONS-PATH TO WS-JRN-OLD-PATH
           MOVE WS-LOCATIONS-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-LOCATIONS-TMP-PATH
               WS-LOCATIONS-PATH
               RETURNING WS-CRASH-SAFE-RC
           IF WS-CRASH-SAFE-RC NOT = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "ERROR: Could not replace LOCATIONS.DAT. RC="
                   WS-CRASH-SAFE-RC
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.

      *>*****************************************************************
      *> 7046-MAINTAIN-LOCATIONS: Admin screen.
      *>*****************************************************************
       7046-MAINTAIN-LOCATIONS.
           MOVE "1" TO WS-LOC-MENU-CHOICE
           PERFORM UNTIL WS-LOC-MENU-CHOICE = "5"
               OR WS-PROGRAM-RUNNING = 0
               MOVE " " TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "--- Location Reference Table ---" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "1. List Locations" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "2. Add a Location" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "3. Remove a Location" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "4. Unmapped Posting Locations Report"
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "5. Back" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               PERFORM 8100-READ-INPUT
               IF WS-EOF-FLAG = 1
                   MOVE 0 TO WS-PROGRAM-RUNNING
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOC-MENU-CHOICE
               MOVE WS-LOC-MENU-CHOICE TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT

               EVALUATE WS-LOC-MENU-CHOICE
                   WHEN "1"
                       IF WS-LOC-COUNT = 0
                           MOVE "No locations on file yet."
                               TO WS-OUTPUT-LINE
                           PERFORM 8000-WRITE-OUTPUT
                       END-IF
                       PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                           UNTIL WS-LOC-IDX > WS-LOC-COUNT
                           MOVE WS-LOC-ARRANGE(WS-LOC-IDX)
                               TO WS-LOC-ARRANGE-OUT
                           PERFORM 7044-ARRANGE-TEXT
                           MOVE SPACES TO WS-OUTPUT-LINE
                           STRING "  " WS-LOC-IDX ". "
                               FUNCTION TRIM(
                                   WS-LOC-VARIANT(WS-LOC-IDX))
                               " -> "
                               FUNCTION TRIM(
                                   WS-LOC-CANONICAL(WS-LOC-IDX))
                               " [" FUNCTION TRIM(
                                   WS-LOC-REGION(WS-LOC-IDX))
                               "] " WS-LOC-ARRANGE-TEXT
                               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                           END-STRING
                           PERFORM 8000-WRITE-OUTPUT
                       END-PERFORM
                   WHEN "2"
                       PERFORM 7047-ADD-LOCATION
                   WHEN "3"
                       PERFORM 7048-REMOVE-LOCATION
                   WHEN "4"
                       PERFORM 7049-UNMAPPED-LOCATION-REPORT
                   WHEN "5"
                       EXIT PERFORM
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-OUTPUT-LINE
                       PERFORM 8000-WRITE-OUTPUT
               END-EVALUATE
           END-PERFORM
           EXIT.

       7047-ADD-LOCATION.
           IF WS-LOC-COUNT >= WS-CONST-MAX-LOCATIONS
               MOVE "The location table is full." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Variant as typed (e.g. Tampa Bay): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOC-TEMP-VARIANT
           MOVE WS-LOC-TEMP-VARIANT TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-LOC-TEMP-VARIANT = SPACES
               MOVE "A variant is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-LOC-VARIANT(WS-LOC-IDX))) =
                   FUNCTION UPPER-CASE(WS-LOC-TEMP-VARIANT)
                   MOVE "That variant is already mapped."
                       TO WS-OUTPUT-LINE
                   PERFORM 8000-WRITE-OUTPUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "Canonical place (e.g. Tampa, FL): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOC-TEMP-CANONICAL
           MOVE WS-LOC-TEMP-CANONICAL TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-LOC-TEMP-CANONICAL = SPACES
               MOVE "A canonical place is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Metro region (e.g. Tampa Bay Area): "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOC-TEMP-REGION
           MOVE WS-LOC-TEMP-REGION TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-LOC-TEMP-REGION = SPACES
               MOVE "A metro region is required." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE "Work arrangement (R remote, H hybrid, O on-site, "
               & "blank = not stated): " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
               TO WS-LOC-TEMP-ARRANGE
           MOVE WS-LOC-TEMP-ARRANGE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF WS-LOC-TEMP-ARRANGE NOT = SPACE
               AND WS-LOC-TEMP-ARRANGE NOT = "R"
               AND WS-LOC-TEMP-ARRANGE NOT = "H"
               AND WS-LOC-TEMP-ARRANGE NOT = "O"
               MOVE "Enter R, H, O, or leave it blank."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOC-COUNT
           MOVE WS-LOC-TEMP-VARIANT   TO WS-LOC-VARIANT(WS-LOC-COUNT)
           MOVE WS-LOC-TEMP-CANONICAL TO WS-LOC-CANONICAL(WS-LOC-COUNT)
           MOVE WS-LOC-TEMP-REGION    TO WS-LOC-REGION(WS-LOC-COUNT)
           MOVE WS-LOC-TEMP-ARRANGE   TO WS-LOC-ARRANGE(WS-LOC-COUNT)
           PERFORM 7045-REWRITE-LOCATIONS
           MOVE "Location added." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "LOCATION" TO WS-RESULT-TYPE
           MOVE WS-LOC-TEMP-VARIANT TO WS-RESULT-KEY
           MOVE "ADDED" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

       7048-REMOVE-LOCATION.
           MOVE "Number of the location row to remove: "
               TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           PERFORM 8100-READ-INPUT
           IF WS-EOF-FLAG = 1
               MOVE 0 TO WS-PROGRAM-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOC-MENU-CHOICE
           MOVE WS-LOC-MENU-CHOICE TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           IF FUNCTION TRIM(WS-LOC-MENU-CHOICE) IS NOT NUMERIC
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LOC-MENU-CHOICE) TO WS-LOC-JDX
           IF WS-LOC-JDX = 0 OR WS-LOC-JDX > WS-LOC-COUNT
               MOVE "Invalid selection." TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOC-VARIANT(WS-LOC-JDX) TO WS-RESULT-KEY
           PERFORM VARYING WS-LOC-IDX FROM WS-LOC-JDX BY 1
               UNTIL WS-LOC-IDX >= WS-LOC-COUNT
               MOVE WS-LOC-ENTRY(WS-LOC-IDX + 1)
                   TO WS-LOC-ENTRY(WS-LOC-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-LOC-COUNT
           PERFORM 7045-REWRITE-LOCATIONS
           MOVE "Location removed." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "LOCATION" TO WS-RESULT-TYPE
           MOVE "REMOVED" TO WS-RESULT-OUTCOME
           PERFORM 8060-WRITE-RESULT
           EXIT.

      *>*****************************************************************
      *> 7049-UNMAPPED-LOCATION-REPORT: Open postings whose location
      *> the table does not cover - typically those entered before
      *> the table existed - the raw material for growing it.
      *>*****************************************************************
       7049-UNMAPPED-LOCATION-REPORT.
           MOVE "--- Unmapped Posting Locations ---" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE 0 TO WS-LOC-UNMATCHED-COUNT
           PERFORM VARYING WS-LOC-JDX FROM 1 BY 1
               UNTIL WS-LOC-JDX > WS-JOB-COUNT
               MOVE WS-JT-LOCATION(WS-LOC-JDX) TO WS-LOC-INPUT
               PERFORM 7042-NORMALIZE-LOCATION
               IF WS-LOC-HIT = 0
                   AND WS-LOC-INPUT NOT = SPACES
                   ADD 1 TO WS-LOC-UNMATCHED-COUNT
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "  " FUNCTION TRIM(WS-LOC-INPUT)
                       " (job #" WS-JT-ID(WS-LOC-JDX) ")"
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 8000-WRITE-OUTPUT
               END-IF
           END-PERFORM
           IF WS-LOC-UNMATCHED-COUNT = 0
               MOVE "  Every posting location is covered."
                   TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
           END-IF
           EXIT.
