      ******************************************************************
      *Day-end generation record layout.
      *Day_End_Driver copies every file the day-end stream updates
      *into one generation file before the first step of a fresh
      *day-end runs, so a day-end that finished "cleanly" on bad
      *input can be put back as a set. The generation file opens with
      *a generation header ("GH") carrying the generation number and
      *when it was taken. Each saved file follows as its records, one
      *data record ("DR") per record, each carrying the file's code
      *and the record's image as it stood on disk, closed by a file
      *trailer ("FT") with the file's code and its record count - a
      *file that was empty or not on disk yet is saved as a trailer
      *with a count of zero. A generation trailer ("GT") closes the
      *generation; a generation file without one was cut short and is
      *never restored.
      *The file codes are the positions in the driver's own list of
      *stream files.
      ******************************************************************
       01 DAY-GENERATION-INFO.
           05 DG-RECORD-TYPE PIC X(02).
            88 DG-IS-GENERATION-HEADER VALUE "GH".
            88 DG-IS-DATA-RECORD VALUE "DR".
            88 DG-IS-FILE-TRAILER VALUE "FT".
            88 DG-IS-GENERATION-TRAILER VALUE "GT".
           05 DG-FILE-CODE PIC 9(02).
           05 DG-IMAGE PIC X(381).
           05 DG-GENERATION-HEADER REDEFINES DG-IMAGE.
            10 DG-GENERATION-NUMBER PIC 9(06).
            10 DG-TAKEN-DATE PIC 9(08).
            10 DG-TAKEN-TIME PIC 9(06).
            10 FILLER PIC X(361).
           05 DG-FILE-TRAILER REDEFINES DG-IMAGE.
            10 DG-RECORD-COUNT PIC 9(08).
            10 FILLER PIC X(373).
