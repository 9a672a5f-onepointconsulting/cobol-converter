      *                   each, written to perceptron-weights.txt
      *                   ahead of the threshold in the order the
      *                   scorer reads them.
      *   2026-10-15 GF - The history record layout moves to
      *                   HISTORY.CPY, shared with the year-end
      *                   WRITE-OUTCOME-HISTORY run that now builds
      *                   students-history.txt from each year's
      *                   real results instead of by hand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAIN-PERCEPTRON.

       DATA DIVISION.
           FILE SECTION.
           FD HISTORY-FILE.
           COPY HISTORY.

           FD WEIGHTS-FILE.
           COPY WEIGHTS.
