      ******************************************************************
      * ARCHREG - one line of archivos-historicos.txt, the catalog of
      * the dated archive copies LOGSDEPURAR cuts from the cumulative
      * log files at month end. arch-log is the live file the lines
      * came from, arch-archivo the archive they were moved to (a
      * line sequential copy ending in a TRL trailer with the line
      * count), arch-fecha-desde/hasta the first and last line date
      * inside it and arch-corte the retention cutoff of the run:
      * every line dated before it left the live file. An inquiry
      * whose date range starts before the latest arch-corte of its
      * log reads the archives whose dates overlap the range first,
      * in catalog order, then the live file - the same lines, in
      * the same order, as the untrimmed log.
      ******************************************************************
       01  arch-reg.
           03 arch-log pic x(26).
           03 filler pic x(1) value space.
           03 arch-archivo pic x(50).
           03 filler pic x(1) value space.
           03 arch-fecha-desde pic 9(8).
           03 filler pic x(1) value space.
           03 arch-fecha-hasta pic 9(8).
           03 filler pic x(1) value space.
           03 arch-corte pic 9(8).
           03 filler pic x(1) value space.
           03 arch-lineas pic 9(9).
           03 filler pic x(1) value space.
           03 arch-fecha-proceso pic 9(8).
