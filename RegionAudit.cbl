      *          misspellings can be cleaned up through CityMaint.
      *          RETURN-CODE 4 when any record needs fixing.
      * Tectonics: cobc
      * Modifications:
      *   12/10/2026 AP - Widened the City Master record to carry the
      *                   successor branch of a closed branch
      *                   (CITYMSTR.cpy grew from 48 to 50 bytes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegionAudit.
       DATA DIVISION.
       FILE SECTION.
       FD  CityMasterFile
           RECORD CONTAINS 50 CHARACTERS.
           COPY "CITYMSTR.cpy".
       FD  RegionMasterFile
           RECORD CONTAINS 40 CHARACTERS.
