      ******************************************************************
      * Purpose:   shared data dictionary record layout (DATADICT.DAT).
      *            One row per field of every shop data file: the file
      *            name (as FILECTL.DAT names it), the field name as
      *            the programs' record layouts name it, its 1-based
      *            offset and length in bytes, its type - X text, 9
      *            unsigned display number, S signed display number
      *            with a leading separate sign (the sign counted in
      *            the length) - and its implied decimal places. The
      *            separator bytes between fields are not listed. A
      *            file's rows are kept together in offset order.
      *            DictBrowse shows any file listed here one record at
      *            a time as labelled, formatted fields; DictCheck
      *            holds each file's extent against FILECTL.DAT;
      *            DataExtract selects and extracts by field name. COPY
      *            this into any program's FILE SECTION for an FD
      *            naming the data dictionary.
      ******************************************************************
       01 DataDictRecord.
           02 DictFileName                     PIC X(24).
           02 DictSpace1                       PIC X.
           02 DictFieldName                    PIC X(30).
           02 DictSpace2                       PIC X.
           02 DictOffset                       PIC 9(3).
           02 DictSpace3                       PIC X.
           02 DictLength                       PIC 9(3).
           02 DictSpace4                       PIC X.
           02 DictFieldType                    PIC X.
               88 DictTypeText                 VALUE "X".
               88 DictTypeUnsigned             VALUE "9".
               88 DictTypeSigned               VALUE "S".
               88 DictTypeKnown                VALUE "X" "9" "S".
           02 DictSpace5                       PIC X.
           02 DictDecimals                     PIC 9.
