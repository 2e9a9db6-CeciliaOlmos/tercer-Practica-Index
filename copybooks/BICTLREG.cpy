      ******************************************************************
      * BICTLREG - record layout for the BI-CONTROL indexed file, one
      * record per process date EXTRACTOBI has extracted: the load
      * type (C complete, I incremental), the DET count of each file
      * of the set and the ventas control total, as the TRL lines
      * carry them. The first date on file is the complete load;
      * a date earlier than the last one on file is not extracted
      * again, since the dimension images have already moved past
      * it (its files are still on disk).
      ******************************************************************
       01  bictl-reg.
           03 bictl-fecha pic 9(8).
           03 bictl-carga pic x(1).
               88 bictl-completa value "C".
               88 bictl-incremental value "I".
           03 bictl-ventas pic 9(9).
           03 bictl-zonas pic 9(9).
           03 bictl-librerias pic 9(9).
           03 bictl-catalogo pic 9(9).
           03 bictl-clientes pic 9(9).
           03 bictl-stock pic 9(9).
           03 bictl-total-ventas pic s9(13)v99.
