      *                   of run (0 clean, 4 exceptions written, 8
      *                   required file unavailable) so NIGHTRUN's
      *                   COND tests gate on what actually happened.
      *   12/10/2026 AP - Widened the City Master record to carry the
      *                   successor branch of a closed branch
      *                   (CITYMSTR.cpy grew from 48 to 50 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CityDupCheck.
       DATA DIVISION.
       FILE SECTION.
       FD  CityExtractFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       FD  CityDupExceptFile
           RECORD CONTAINS 41 CHARACTERS.
